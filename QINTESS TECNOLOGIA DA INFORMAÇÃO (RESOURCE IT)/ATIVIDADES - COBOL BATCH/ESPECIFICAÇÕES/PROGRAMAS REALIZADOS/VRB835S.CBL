       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB835S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE TAXA DE DEVOLUCAO DA             *
      * CORRESPONDENCIA. O PARAMETRO DEVPARM INFORMA O MES (AAAAMM).   *
      * CARREGA AS CAMPANHAS DO CONTROLE CAMCTL E VARRE O HISTORICO DE *
      * DEVOLUCOES DEVHST (VRB834S), PELA DATA DA DEVOLUCAO. O RELDVC  *
      * TRAZ:                                                          *
      *   - POR CAMPANHA GERADA ATE O MES: PECAS ENVIADAS, DEVOLUCOES  *
      *     NO MES, DEVOLUCOES ACUMULADAS E A TAXA (ACUMULADAS SOBRE   *
      *     PECAS). CAMPANHA SEM DEVOLUCAO E NAO GERADA NO MES NAO SAI;*
      *   - POR TIPO DE PECA: DEVOLUCOES DO CORREIO E E-MAILS          *
      *     RECUSADOS NO MES E A PARTICIPACAO NO TOTAL DO MES. SEM     *
      *     TIPO NA DEVOLUCAO, VALE O TIPO DA CAMPANHA NO CAMCTL;      *
      *   - TOTAIS DO MES.                                             *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          IGNORA OS REGISTROS DE GRUPO *
      *                                   DE CONTROLE DO CAMCTL        *
      *  15/10/2026 HUGO SAMPAIO          RELATORIO PASSA A RELDVC     *
      *                                   (RELDEV EH O DD DO VRB809S)  *
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

           SELECT DEVPARM        ASSIGN TO DEVPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT CAMCTL         ASSIGN TO CAMCTL
           FILE STATUS           IS        WS-FS-CAM.
      *----------------------------------------------------------------*
           SELECT DEVHST         ASSIGN TO DEVHST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT RELDVC         ASSIGN TO RELDVC
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  DEVPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC X(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  CAMCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CAM.

      * REGISTRO EM BRANCO = CAMPANHA; 'C' = CLIENTE DO GRUPO DE
      * CONTROLE DA CAMPANHA (CPF NO LUGAR DE QUANTIDADE E TIPO).
       01  REG-CAM.
           05 CAM-ID                       PIC 9(06).
           05 CAM-DATA-GERACAO             PIC 9(08).
           05 CAM-QTDE-MALAS               PIC 9(07).
           05 CAM-TIPO                     PIC X(10).
           05 CAM-QTDE-CONTROLE            PIC 9(07).
           05 CAM-REGISTRO                 PIC X(01).
              88 CAM-REG-CAMPANHA                       VALUE SPACE.
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   HISTORICO ACUMULADO DAS DEVOLUCOES ACEITAS (VRB834S)         *
      *----------------------------------------------------------------*
       FD  DEVHST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-HST.

       01  REG-HST.
           05 HST-CPF                      PIC 9(11).
           05 HST-CANAL                    PIC X(01).
              88 HST-CANAL-CORREIO                      VALUE 'C'.
              88 HST-CANAL-EMAIL                        VALUE 'E'.
           05 HST-MOTIVO                   PIC X(02).
           05 HST-DATA-DEVOLUCAO           PIC 9(08).
           05 HST-DATA-DEVOLUCAO-R REDEFINES HST-DATA-DEVOLUCAO.
              10 HST-ANOMES-DEVOLUCAO      PIC 9(06).
              10 FILLER                    PIC 9(02).
           05 HST-CAMPANHA                 PIC 9(06).
           05 HST-TIPO-PECA                PIC X(10).
           05 HST-DATA-PROCESSA            PIC 9(08).
           05 HST-RESULTADO                PIC X(01).
           05 FILLER                       PIC X(53).
      *----------------------------------------------------------------*
       FD  RELDVC
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CAM                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 MES APURADO                                    *
      *----------------------------------------------------------------*
       77  WS-ANOMES                       PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *            TABELA DAS CAMPANHAS DO CAMCTL                      *
      *----------------------------------------------------------------*
       77  WS-QTDE-CAM                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-POS                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CAMPANHA.
           05 WS-CAM-ITEM                  OCCURS 500 TIMES.
              10 WS-CAM-ID                 PIC 9(06).
              10 WS-CAM-TIPO               PIC X(10).
              10 WS-CAM-GERACAO            PIC 9(08).
              10 WS-CAM-GERACAO-R REDEFINES WS-CAM-GERACAO.
                 15 WS-CAM-ANOMES          PIC 9(06).
                 15 FILLER                 PIC 9(02).
              10 WS-CAM-PECAS              PIC 9(07).
              10 WS-CAM-DEVOL-MES          PIC 9(07).
              10 WS-CAM-DEVOL-ACUM         PIC 9(07).
      *----------------------------------------------------------------*
      *            TABELA DOS TIPOS DE PECA DEVOLVIDOS NO MES          *
      *----------------------------------------------------------------*
       77  WS-QTDE-TIPO                    PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-TIPO.
           05 WS-TIP-ITEM                  OCCURS 50 TIMES.
              10 WS-TIP-TIPO               PIC X(10).
              10 WS-TIP-CORREIO            PIC 9(07).
              10 WS-TIP-EMAIL              PIC 9(07).
       77  WS-TIPO-PECA                    PIC X(10)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 APURACAO                                       *
      *----------------------------------------------------------------*
       77  WS-LIDOS-HST                    PIC 9(07)     VALUE ZEROS.
       77  WS-DEVOL-MES                    PIC 9(07)     VALUE ZEROS.
       77  WS-CORREIO-MES                  PIC 9(07)     VALUE ZEROS.
       77  WS-EMAIL-MES                    PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CAMPANHA-MES             PIC 9(07)     VALUE ZEROS.
       77  WS-CAMPANHA-FORA-MES            PIC 9(07)     VALUE ZEROS.
       77  WS-PECAS-LISTADAS               PIC 9(09)     VALUE ZEROS.
       77  WS-DEVOL-LISTADAS               PIC 9(09)     VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
       77  WS-TOTAL-TIPO                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DA-ANO                    PIC 9(04).
           05 WS-DA-MES                    PIC 9(02).
           05 WS-DA-DIA                    PIC 9(02).
       01  WS-DATA-FORMATADA.
           05 WS-DF-DIA                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-MES                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-ANO                    PIC 9(04).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB835S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB835S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELDVC                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'TAXA DE DEVOLUCAO DA CORRESPONDENCIA - MES: '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-SECAO.
           05 CABS-TEXTO                   PIC X(80)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-CAMPANHA.
           05 FILLER                       PIC X(40)  VALUE
                  ' CAMPANHA TIPO       GERACAO        PECA'.
           05 FILLER                       PIC X(40)  VALUE
                  'S   DEV.MES  DEV.ACUM  TAXA %           '.
      *----------------------------------------------------------------*
       01  DET-CAMPANHA.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-ID                      PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-TIPO                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-GERACAO                 PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-PECAS                   PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-DEVOL-MES               PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-DEVOL-ACUM              PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-TAXA                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TIPO.
           05 FILLER                       PIC X(40)  VALUE
                  ' TIPO DA PECA  CORREIO     E-MAIL      T'.
           05 FILLER                       PIC X(40)  VALUE
                  'OTAL  % DO MES                          '.
      *----------------------------------------------------------------*
       01  DET-TIPO.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETT-TIPO                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETT-CORREIO                 PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETT-EMAIL                   PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETT-TOTAL                   PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETT-PERCENTUAL              PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TAXA.
           05 LINX-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 FILLER                       PIC X(05)  VALUE SPACES.
           05 LINX-TAXA                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-HST         EQUAL '10'.
           PERFORM 4000-IMPRIME-CAMPANHAS
               THRU 4000-99-IMPRIME-CAMPANHAS-EXIT.
           PERFORM 5000-IMPRIME-TIPOS
               THRU 5000-99-IMPRIME-TIPOS-EXIT.
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

           OPEN  INPUT                     DEVPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO DEVPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  DEVPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO DEVPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE DEVPARM.

           IF    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MES DO DEVPARM INVALIDO (AAAAMM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES.

           OPEN  INPUT                     CAMCTL.
           IF    WS-FS-CAM                 NOT EQUAL  '00'
                 MOVE WS-FS-CAM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE CAMCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-CARREGA-CAMPANHAS
               THRU 1100-99-CARREGA-CAMPANHAS-EXIT
                   UNTIL WS-FS-CAM         EQUAL      '10'.
           CLOSE CAMCTL.

           OPEN  INPUT                     DEVHST.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO DEVHST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELDVC.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELDVC'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1200-LER-DEVHST   THRU  1200-99-LER-DEVHST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-CAMPANHAS              SECTION.
      *================================================================*
           MOVE '1100-CARREGA-CAMPANHAS'   TO         WS-CODIGO-AREA.

           READ  CAMCTL.
           IF  WS-FS-CAM   NOT EQUAL '00'
           AND WS-FS-CAM   NOT EQUAL '10'
               MOVE WS-FS-CAM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE CAMCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CAM                   EQUAL      '00'
           AND CAM-REG-CAMPANHA
               IF  WS-QTDE-CAM             EQUAL      500
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'CAMCTL COM MAIS DE 500 CAMPANHAS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-CAM
               INITIALIZE WS-CAM-ITEM (WS-QTDE-CAM)
               MOVE CAM-ID            TO  WS-CAM-ID      (WS-QTDE-CAM)
               MOVE CAM-TIPO          TO  WS-CAM-TIPO    (WS-QTDE-CAM)
               MOVE CAM-DATA-GERACAO  TO  WS-CAM-GERACAO (WS-QTDE-CAM)
               MOVE CAM-QTDE-MALAS    TO  WS-CAM-PECAS   (WS-QTDE-CAM)
           END-IF.
      *----------------------------------------------------------------*
       1100-99-CARREGA-CAMPANHAS-EXIT.     EXIT.
      *================================================================*
       1200-LER-DEVHST                     SECTION.
      *================================================================*
           MOVE '1200-LER-DEVHST'          TO         WS-CODIGO-AREA.

           READ DEVHST.

           IF  WS-FS-HST   NOT EQUAL '00'
           AND WS-FS-HST   NOT EQUAL '10'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO DEVHST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HST                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-HST
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-DEVHST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * DEVOLUCAO POSTERIOR AO MES APURADO NAO ENTRA EM NADA; ANTERIOR *
      * SO SOMA NO ACUMULADO DA CAMPANHA.                              *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  HST-ANOMES-DEVOLUCAO        GREATER    WS-ANOMES
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE ZEROS                      TO         WS-POS.
           IF  HST-CAMPANHA                NOT EQUAL  ZEROS
               PERFORM 2100-BUSCA-CAMPANHA
                   THRU 2100-99-BUSCA-CAMPANHA-EXIT
                   VARYING WS-IND FROM 1 BY 1
                     UNTIL WS-IND GREATER WS-QTDE-CAM
                        OR WS-POS NOT EQUAL ZEROS
           END-IF.

           IF  WS-POS                      NOT EQUAL  ZEROS
               ADD  1                 TO  WS-CAM-DEVOL-ACUM (WS-POS)
           END-IF.

           IF  HST-ANOMES-DEVOLUCAO        LESS       WS-ANOMES
               GO TO 2000-50-PROXIMO
           END-IF.

           ADD  1                          TO         WS-DEVOL-MES.
           IF  HST-CANAL-CORREIO
               ADD  1                      TO         WS-CORREIO-MES
           ELSE
               ADD  1                      TO         WS-EMAIL-MES
           END-IF.

           MOVE HST-TIPO-PECA              TO         WS-TIPO-PECA.
           IF  WS-POS                      EQUAL      ZEROS
               ADD  1                      TO      WS-SEM-CAMPANHA-MES
           ELSE
               ADD  1                 TO  WS-CAM-DEVOL-MES  (WS-POS)
               IF  WS-TIPO-PECA            EQUAL      SPACES
                   MOVE WS-CAM-TIPO (WS-POS) TO       WS-TIPO-PECA
               END-IF
           END-IF.
           IF  WS-TIPO-PECA                EQUAL      SPACES
               MOVE 'NAO INFORM'           TO         WS-TIPO-PECA
           END-IF.

           PERFORM 2200-ACUMULA-TIPO THRU 2200-99-ACUMULA-TIPO-EXIT.

       2000-50-PROXIMO.
           PERFORM 1200-LER-DEVHST   THRU  1200-99-LER-DEVHST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-BUSCA-CAMPANHA                 SECTION.
      *================================================================*
           IF  WS-CAM-ID (WS-IND)          EQUAL      HST-CAMPANHA
               MOVE WS-IND                 TO         WS-POS
           END-IF.
      *----------------------------------------------------------------*
       2100-99-BUSCA-CAMPANHA-EXIT.        EXIT.
      *================================================================*
       2200-ACUMULA-TIPO                   SECTION.
      *================================================================*
           MOVE '2200-ACUMULA-TIPO'        TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         WS-POS.
           PERFORM 2210-BUSCA-TIPO THRU 2210-99-BUSCA-TIPO-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTDE-TIPO
                    OR WS-POS NOT EQUAL ZEROS.

           IF  WS-POS                      EQUAL      ZEROS
               IF  WS-QTDE-TIPO            EQUAL      50
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'DEVHST COM MAIS DE 50 TIPOS DE PECA NO MES'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-TIPO
               MOVE WS-QTDE-TIPO           TO         WS-POS
               INITIALIZE WS-TIP-ITEM (WS-POS)
               MOVE WS-TIPO-PECA           TO  WS-TIP-TIPO (WS-POS)
           END-IF.

           IF  HST-CANAL-CORREIO
               ADD  1                      TO  WS-TIP-CORREIO (WS-POS)
           ELSE
               ADD  1                      TO  WS-TIP-EMAIL   (WS-POS)
           END-IF.
      *----------------------------------------------------------------*
       2200-99-ACUMULA-TIPO-EXIT.          EXIT.
      *================================================================*
       2210-BUSCA-TIPO                     SECTION.
      *================================================================*
           IF  WS-TIP-TIPO (WS-IND)        EQUAL      WS-TIPO-PECA
               MOVE WS-IND                 TO         WS-POS
           END-IF.
      *----------------------------------------------------------------*
       2210-99-BUSCA-TIPO-EXIT.            EXIT.
      *================================================================*
       4000-IMPRIME-CAMPANHAS              SECTION.
      *================================================================*
           MOVE '4000-IMPRIME-CAMPANHAS'   TO         WS-CODIGO-AREA.

           MOVE PARM-MES                   TO         CABT-MES.
           MOVE PARM-ANO                   TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           MOVE 'DEVOLUCOES POR CAMPANHA (TAXA SOBRE O ACUMULADO)'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-CAMPANHA.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           PERFORM 4100-IMPRIME-CAMPANHA
               THRU 4100-99-IMPRIME-CAMPANHA-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTDE-CAM.
      *----------------------------------------------------------------*
       4000-99-IMPRIME-CAMPANHAS-EXIT.     EXIT.
      *================================================================*
       4100-IMPRIME-CAMPANHA               SECTION.
      *================================================================*
           IF  WS-CAM-ANOMES (WS-IND)      GREATER    WS-ANOMES
               ADD  1                      TO      WS-CAMPANHA-FORA-MES
               GO TO 4100-99-IMPRIME-CAMPANHA-EXIT
           END-IF.

           IF  WS-CAM-DEVOL-ACUM (WS-IND)  EQUAL      ZEROS
           AND WS-CAM-ANOMES (WS-IND)      NOT EQUAL  WS-ANOMES
               GO TO 4100-99-IMPRIME-CAMPANHA-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-CAM-PECAS (WS-IND)       GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-CAM-DEVOL-ACUM (WS-IND) * 100
                     / WS-CAM-PECAS (WS-IND)
                   ON SIZE ERROR
                       MOVE 999,99         TO         WS-TAXA
               END-COMPUTE
           END-IF.

           MOVE WS-CAM-GERACAO (WS-IND)    TO         WS-DATA-AUX.
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.

           MOVE WS-CAM-ID (WS-IND)         TO         DETC-ID.
           MOVE WS-CAM-TIPO (WS-IND)       TO         DETC-TIPO.
           MOVE WS-DATA-FORMATADA          TO         DETC-GERACAO.
           MOVE WS-CAM-PECAS (WS-IND)      TO         DETC-PECAS.
           MOVE WS-CAM-DEVOL-MES (WS-IND)  TO         DETC-DEVOL-MES.
           MOVE WS-CAM-DEVOL-ACUM (WS-IND) TO         DETC-DEVOL-ACUM.
           MOVE WS-TAXA                    TO         DETC-TAXA.
           WRITE REG-REL                   FROM       DET-CAMPANHA.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           ADD  WS-CAM-PECAS (WS-IND)      TO         WS-PECAS-LISTADAS.
           ADD  WS-CAM-DEVOL-ACUM (WS-IND) TO         WS-DEVOL-LISTADAS.
      *----------------------------------------------------------------*
       4100-99-IMPRIME-CAMPANHA-EXIT.      EXIT.
      *================================================================*
       5000-IMPRIME-TIPOS                  SECTION.
      *================================================================*
           MOVE '5000-IMPRIME-TIPOS'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           MOVE 'DEVOLUCOES DO MES POR TIPO DE PECA'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-TIPO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           PERFORM 5100-IMPRIME-TIPO THRU 5100-99-IMPRIME-TIPO-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTDE-TIPO.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-TIPOS-EXIT.         EXIT.
      *================================================================*
       5100-IMPRIME-TIPO                   SECTION.
      *================================================================*
           COMPUTE WS-TOTAL-TIPO = WS-TIP-CORREIO (WS-IND)
                                 + WS-TIP-EMAIL   (WS-IND).

           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-DEVOL-MES                GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-TOTAL-TIPO * 100 / WS-DEVOL-MES
           END-IF.

           MOVE WS-TIP-TIPO (WS-IND)       TO         DETT-TIPO.
           MOVE WS-TIP-CORREIO (WS-IND)    TO         DETT-CORREIO.
           MOVE WS-TIP-EMAIL (WS-IND)      TO         DETT-EMAIL.
           MOVE WS-TOTAL-TIPO              TO         DETT-TOTAL.
           MOVE WS-TAXA                    TO         DETT-PERCENTUAL.
           WRITE REG-REL                   FROM       DET-TIPO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
      *----------------------------------------------------------------*
       5100-99-IMPRIME-TIPO-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELDVC                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELDVC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELDVC-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.

           MOVE 'DEVOLUCOES NO MES......................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DEVOL-MES               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  CARTAS DEVOLVIDAS PELO CORREIO.......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-CORREIO-MES             TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  E-MAILS RECUSADOS....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-EMAIL-MES               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  SEM CAMPANHA NO CAMCTL...............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-SEM-CAMPANHA-MES        TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PECAS DAS CAMPANHAS LISTADAS...........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PECAS-LISTADAS          TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'DEVOLUCOES ACUMULADAS DESSAS CAMPANHAS.:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DEVOL-LISTADAS          TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-PECAS-LISTADAS           GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-DEVOL-LISTADAS * 100 / WS-PECAS-LISTADAS
                   ON SIZE ERROR
                       MOVE 999,99         TO         WS-TAXA
               END-COMPUTE
           END-IF.
           MOVE 'TAXA GERAL DE DEVOLUCAO (PCT)..........:'
                                           TO         LINX-DESCRICAO.
           MOVE WS-TAXA                    TO         LINX-TAXA.
           WRITE REG-REL                   FROM       LIN-TAXA.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELDVC  THRU 8000-99-FS-RELDVC-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DEVHST  RELDVC.

           IF  WS-FS-HST                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES APURADO           =    ' WS-ANOMES.
           DISPLAY '* CAMPANHAS NO CAMCTL   =    ' WS-QTDE-CAM.
           DISPLAY '* DEVOLUCOES LIDAS      =    ' WS-LIDOS-HST.
           DISPLAY '* DEVOLUCOES NO MES     =    ' WS-DEVOL-MES.
           DISPLAY '* TIPOS DE PECA NO MES  =    ' WS-QTDE-TIPO.
           DISPLAY '* LINHAS NO RELDVC      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-HST              TO    WS-RC-QTDE-LIDOS
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
           DISPLAY '*     VRB835S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
