       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB844S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DA PESQUISA DE SATISFACAO (NPS). O  *
      * PARAMETRO NPSPARM INFORMA O MES (AAAAMM). DO HISTORICO NPSHIST *
      * (VRB842S/VRB843S) ENTRAM AS RESPOSTAS RECEBIDAS NO MES,        *
      * CLASSIFICADAS PELA AGENCIA DO CLIENTE. NOTA 9 OU 10 EH         *
      * PROMOTOR, 7 OU 8 NEUTRO E 0 A 6 DETRATOR; O NPS EH O PERCENTUAL*
      * DE PROMOTORES MENOS O DE DETRATORES (-100 A +100). O RELNPS    *
      * TRAZ:                                                          *
      *   - NPS POR AGENCIA (CLIENTE SEM CONTA NO CTAAGE SAI COMO SEM  *
      *     AGENCIA);                                                  *
      *   - NPS POR PONTO DE CONTATO (ABERTURA DE CONTA, RECLAMACAO    *
      *     ENCERRADA, CONTATO DE COBRANCA E ENTREGA DE PREMIO);       *
      *   - TOTAIS: PESQUISAS ENVIADAS NO MES, QUANTAS DESTAS JA FORAM *
      *     RESPONDIDAS E A TAXA DE RESPOSTA.                          *
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

           SELECT NPSPARM        ASSIGN TO NPSPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT NPSHIST        ASSIGN TO NPSHIST
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT NPSWK          ASSIGN TO NPSWK.
      *----------------------------------------------------------------*
           SELECT RELNPS         ASSIGN TO RELNPS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  NPSPARM
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
      *   HISTORICO DE PESQUISAS NPS                                   *
      *----------------------------------------------------------------*
       FD  NPSHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-ID                       PIC 9(10).
           05 HIS-CPF                      PIC 9(11).
           05 HIS-DATA-ENVIO               PIC 9(08).
           05 HIS-DATA-ENVIO-R REDEFINES HIS-DATA-ENVIO.
              10 HIS-ANOMES-ENVIO          PIC 9(06).
              10 FILLER                    PIC 9(02).
           05 HIS-PONTO                    PIC X(01).
           05 HIS-AGENCIA                  PIC 9(04).
           05 HIS-CANAL                    PIC X(01).
           05 HIS-DATA-EVENTO              PIC 9(08).
           05 HIS-SITUACAO                 PIC X(01).
              88 HIS-RESPONDIDA                         VALUE 'R'.
           05 HIS-NOTA                     PIC 9(02).
           05 HIS-DATA-RESPOSTA            PIC 9(08).
           05 HIS-DATA-RESPOSTA-R REDEFINES HIS-DATA-RESPOSTA.
              10 HIS-ANOMES-RESPOSTA       PIC 9(06).
              10 FILLER                    PIC 9(02).
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
      *   RESPOSTAS DO MES POR AGENCIA                                 *
      *----------------------------------------------------------------*
       SD  NPSWK.

       01  REG-NPSWK.
           05 SW-AGENCIA                   PIC 9(04).
           05 SW-PONTO                     PIC X(01).
           05 SW-NOTA                      PIC 9(02).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
       FD  RELNPS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                 MES APURADO                                    *
      *----------------------------------------------------------------*
       77  WS-ANOMES                       PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *            PONTOS DE CONTATO DA PESQUISA                       *
      *----------------------------------------------------------------*
       01  WS-TAB-PONTOS-DADOS.
           05 FILLER                       PIC X(21)   VALUE
                                          'AABERTURA DE CONTA   '.
           05 FILLER                       PIC X(21)   VALUE
                                          'RRECLAMACAO ENCERRADA'.
           05 FILLER                       PIC X(21)   VALUE
                                          'CCONTATO DE COBRANCA '.
           05 FILLER                       PIC X(21)   VALUE
                                          'PENTREGA DE PREMIO   '.
       01  WS-TAB-PONTOS REDEFINES WS-TAB-PONTOS-DADOS.
           05 WS-PNT-ITEM                  OCCURS 4 TIMES.
              10 WS-PNT-CODIGO             PIC X(01).
              10 WS-PNT-ROTULO             PIC X(20).
       01  WS-TAB-PONTOS-QTDE.
           05 WS-PNQ-ITEM                  OCCURS 4 TIMES.
              10 WS-PNQ-RESPOSTAS          PIC 9(07).
              10 WS-PNQ-PROMOTORES         PIC 9(07).
              10 WS-PNQ-NEUTROS            PIC 9(07).
              10 WS-PNQ-DETRATORES         PIC 9(07).
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-POS                          PIC 9(04)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *                 APURACAO                                       *
      *----------------------------------------------------------------*
       77  WS-AGENCIA-ATUAL                PIC 9(04)     VALUE ZEROS.
       01  WS-AGENCIA-QTDE.
           05 WS-AGQ-RESPOSTAS             PIC 9(07)     VALUE ZEROS.
           05 WS-AGQ-PROMOTORES            PIC 9(07)     VALUE ZEROS.
           05 WS-AGQ-NEUTROS               PIC 9(07)     VALUE ZEROS.
           05 WS-AGQ-DETRATORES            PIC 9(07)     VALUE ZEROS.
       01  WS-GERAL-QTDE.
           05 WS-GRQ-RESPOSTAS             PIC 9(07)     VALUE ZEROS.
           05 WS-GRQ-PROMOTORES            PIC 9(07)     VALUE ZEROS.
           05 WS-GRQ-NEUTROS               PIC 9(07)     VALUE ZEROS.
           05 WS-GRQ-DETRATORES            PIC 9(07)     VALUE ZEROS.
      * AREA DE CALCULO DE UMA LINHA DO RELATORIO
       01  WS-LINHA-QTDE.
           05 WS-LNQ-RESPOSTAS             PIC 9(07)     VALUE ZEROS.
           05 WS-LNQ-PROMOTORES            PIC 9(07)     VALUE ZEROS.
           05 WS-LNQ-NEUTROS               PIC 9(07)     VALUE ZEROS.
           05 WS-LNQ-DETRATORES            PIC 9(07)     VALUE ZEROS.
       77  WS-ROTULO                       PIC X(20)     VALUE SPACES.
       01  WS-ROTULO-AGENCIA.
           05 FILLER                       PIC X(08)     VALUE
                                                         'AGENCIA '.
           05 WS-RA-AGENCIA                PIC 9(04)     VALUE ZEROS.
           05 FILLER                       PIC X(08)     VALUE SPACES.
       77  WS-NPS                          PIC S9(03)V9  VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-ENVIADAS-MES                 PIC 9(07)     VALUE ZEROS.
       77  WS-RESP-ENVIADAS-MES            PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-AGENCIAS                PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB844S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB844S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELNPS                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'PESQUISA DE SATISFACAO (NPS) - MES:         '.
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
       01  CAB-NPS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CABN-ROTULO                  PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE
                  ' RESPOSTAS   PROMOTOR     NEUT'.
           05 FILLER                       PIC X(29)  VALUE
                  'RO   DETRATOR      NPS       '.
      *----------------------------------------------------------------*
       01  DET-NPS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-ROTULO                  PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-RESPOSTAS               PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETN-PROMOTORES              PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETN-NEUTROS                 PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETN-DETRATORES              PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETN-NPS                     PIC -ZZ9,9 VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
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

           MOVE '0000-PRINCIPAL'           TO    WS-CODIGO-AREA.
           SORT NPSWK
                ASCENDING  KEY             SW-AGENCIA
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-IMPRIME-AGENCIAS.

           PERFORM 5000-IMPRIME-PONTOS
               THRU 5000-99-IMPRIME-PONTOS-EXIT.
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

           OPEN  INPUT                     NPSPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO NPSPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  NPSPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO NPSPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE NPSPARM.

           IF    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MES DO NPSPARM INVALIDO (AAAAMM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES.

           INITIALIZE WS-TAB-PONTOS-QTDE.

           OPEN  OUTPUT                    RELNPS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELNPS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * PASSA PARA O SORT AS RESPOSTAS RECEBIDAS NO MES E CONTA AS     *
      * PESQUISAS ENVIADAS NO MES PARA A TAXA DE RESPOSTA.             *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     NPSHIST.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-TRATA-NPSHIST THRU 2100-99-TRATA-NPSHIST-EXIT
                   UNTIL WS-FS-HIS         EQUAL      '10'.

           CLOSE NPSHIST.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-TRATA-NPSHIST                  SECTION.
      *================================================================*
           READ NPSHIST.
           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HIS                   EQUAL      '10'
               GO TO 2100-99-TRATA-NPSHIST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HIS.

           IF  HIS-ANOMES-ENVIO            EQUAL      WS-ANOMES
               ADD  1                      TO         WS-ENVIADAS-MES
               IF  HIS-RESPONDIDA
                   ADD  1                  TO      WS-RESP-ENVIADAS-MES
               END-IF
           END-IF.

           IF  NOT HIS-RESPONDIDA
           OR  HIS-ANOMES-RESPOSTA         NOT EQUAL  WS-ANOMES
               GO TO 2100-99-TRATA-NPSHIST-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE HIS-AGENCIA                TO         SW-AGENCIA.
           MOVE HIS-PONTO                  TO         SW-PONTO.
           MOVE HIS-NOTA                   TO         SW-NOTA.
           RELEASE REG-NPSWK.
      *----------------------------------------------------------------*
       2100-99-TRATA-NPSHIST-EXIT.         EXIT.
      *================================================================*
       4000-IMPRIME-AGENCIAS               SECTION.
      *================================================================*
           MOVE '4000-IMPRIME-AGENCIAS'    TO         WS-CODIGO-AREA.

           MOVE PARM-MES                   TO         CABT-MES.
           MOVE PARM-ANO                   TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.

           MOVE 'NPS POR AGENCIA DO CLIENTE'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           MOVE 'AGENCIA'                  TO         CABN-ROTULO.
           WRITE REG-REL                   FROM       CAB-NPS.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-PROCESSA-AGENCIA
               THRU 4100-99-PROCESSA-AGENCIA-EXIT
                   UNTIL WS-FIM-SORT-SIM.

           MOVE WS-GERAL-QTDE              TO         WS-LINHA-QTDE.
           MOVE 'TOTAL GERAL'              TO         WS-ROTULO.
           PERFORM 6000-IMPRIME-LINHA THRU 6000-99-IMPRIME-LINHA-EXIT.
      *----------------------------------------------------------------*
       4000-99-IMPRIME-AGENCIAS-EXIT.      EXIT.
      *================================================================*
       4100-PROCESSA-AGENCIA               SECTION.
      *================================================================*
           MOVE SW-AGENCIA                 TO         WS-AGENCIA-ATUAL.
           INITIALIZE WS-AGENCIA-QTDE.

           PERFORM 4200-ACUMULA-RESPOSTA
               THRU 4200-99-ACUMULA-RESPOSTA-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-AGENCIA        NOT EQUAL  WS-AGENCIA-ATUAL.

           IF  WS-AGENCIA-ATUAL            EQUAL      ZEROS
               MOVE 'SEM AGENCIA'          TO         WS-ROTULO
           ELSE
               MOVE WS-AGENCIA-ATUAL       TO         WS-RA-AGENCIA
               MOVE WS-ROTULO-AGENCIA      TO         WS-ROTULO
           END-IF.
           MOVE WS-AGENCIA-QTDE            TO         WS-LINHA-QTDE.
           PERFORM 6000-IMPRIME-LINHA THRU 6000-99-IMPRIME-LINHA-EXIT.
           ADD  1                          TO         WS-QTDE-AGENCIAS.
      *----------------------------------------------------------------*
       4100-99-PROCESSA-AGENCIA-EXIT.      EXIT.
      *================================================================*
       4200-ACUMULA-RESPOSTA               SECTION.
      *================================================================*
      * A MESMA RESPOSTA SOMA NA AGENCIA, NO PONTO DE CONTATO E NO     *
      * TOTAL GERAL.                                                   *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-POS.
           PERFORM 4210-BUSCA-PONTO  THRU  4210-99-BUSCA-PONTO-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER 4
                    OR WS-POS NOT EQUAL ZEROS.

           ADD  1                          TO         WS-AGQ-RESPOSTAS.
           ADD  1                          TO         WS-GRQ-RESPOSTAS.
           IF  WS-POS                      NOT EQUAL  ZEROS
               ADD  1                 TO  WS-PNQ-RESPOSTAS (WS-POS)
           END-IF.

           EVALUATE TRUE
               WHEN SW-NOTA                NOT LESS   9
                   ADD  1                  TO         WS-AGQ-PROMOTORES
                   ADD  1                  TO         WS-GRQ-PROMOTORES
                   IF  WS-POS              NOT EQUAL  ZEROS
                       ADD  1         TO  WS-PNQ-PROMOTORES (WS-POS)
                   END-IF
               WHEN SW-NOTA                NOT LESS   7
                   ADD  1                  TO         WS-AGQ-NEUTROS
                   ADD  1                  TO         WS-GRQ-NEUTROS
                   IF  WS-POS              NOT EQUAL  ZEROS
                       ADD  1         TO  WS-PNQ-NEUTROS (WS-POS)
                   END-IF
               WHEN OTHER
                   ADD  1                  TO         WS-AGQ-DETRATORES
                   ADD  1                  TO         WS-GRQ-DETRATORES
                   IF  WS-POS              NOT EQUAL  ZEROS
                       ADD  1         TO  WS-PNQ-DETRATORES (WS-POS)
                   END-IF
           END-EVALUATE.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4200-99-ACUMULA-RESPOSTA-EXIT.      EXIT.
      *================================================================*
       4210-BUSCA-PONTO                    SECTION.
      *================================================================*
           IF  WS-PNT-CODIGO (WS-IND)      EQUAL      SW-PONTO
               MOVE WS-IND                 TO         WS-POS
           END-IF.
      *----------------------------------------------------------------*
       4210-99-BUSCA-PONTO-EXIT.           EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN NPSWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       5000-IMPRIME-PONTOS                 SECTION.
      *================================================================*
           MOVE '5000-IMPRIME-PONTOS'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.

           MOVE 'NPS POR PONTO DE CONTATO'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           MOVE 'PONTO DE CONTATO'         TO         CABN-ROTULO.
           WRITE REG-REL                   FROM       CAB-NPS.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.

           PERFORM 5100-IMPRIME-PONTO THRU 5100-99-IMPRIME-PONTO-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER 4.

           MOVE WS-GERAL-QTDE              TO         WS-LINHA-QTDE.
           MOVE 'TOTAL GERAL'              TO         WS-ROTULO.
           PERFORM 6000-IMPRIME-LINHA THRU 6000-99-IMPRIME-LINHA-EXIT.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-PONTOS-EXIT.        EXIT.
      *================================================================*
       5100-IMPRIME-PONTO                  SECTION.
      *================================================================*
           MOVE WS-PNQ-ITEM (WS-IND)       TO         WS-LINHA-QTDE.
           MOVE WS-PNT-ROTULO (WS-IND)     TO         WS-ROTULO.
           PERFORM 6000-IMPRIME-LINHA THRU 6000-99-IMPRIME-LINHA-EXIT.
      *----------------------------------------------------------------*
       5100-99-IMPRIME-PONTO-EXIT.         EXIT.
      *================================================================*
       6000-IMPRIME-LINHA                  SECTION.
      *================================================================*
      * NPS = (PROMOTORES - DETRATORES) * 100 / RESPOSTAS.             *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-NPS.
           IF  WS-LNQ-RESPOSTAS            GREATER    ZEROS
               COMPUTE WS-NPS ROUNDED =
                       (WS-LNQ-PROMOTORES - WS-LNQ-DETRATORES) * 100
                     / WS-LNQ-RESPOSTAS
           END-IF.

           MOVE WS-ROTULO                  TO         DETN-ROTULO.
           MOVE WS-LNQ-RESPOSTAS           TO         DETN-RESPOSTAS.
           MOVE WS-LNQ-PROMOTORES          TO         DETN-PROMOTORES.
           MOVE WS-LNQ-NEUTROS             TO         DETN-NEUTROS.
           MOVE WS-LNQ-DETRATORES          TO         DETN-DETRATORES.
           MOVE WS-NPS                     TO         DETN-NPS.
           WRITE REG-REL                   FROM       DET-NPS.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
      *----------------------------------------------------------------*
       6000-99-IMPRIME-LINHA-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELNPS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELNPS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELNPS-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.

           MOVE 'RESPOSTAS RECEBIDAS NO MES.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-GRQ-RESPOSTAS           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PESQUISAS ENVIADAS NO MES..............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENVIADAS-MES            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  JA RESPONDIDAS.......................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-RESP-ENVIADAS-MES       TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-ENVIADAS-MES             GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-RESP-ENVIADAS-MES * 100 / WS-ENVIADAS-MES
           END-IF.
           MOVE 'TAXA DE RESPOSTA (PCT).................:'
                                           TO         LINX-DESCRICAO.
           MOVE WS-TAXA                    TO         LINX-TAXA.
           WRITE REG-REL                   FROM       LIN-TAXA.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELNPS  THRU 8000-99-FS-RELNPS-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RELNPS.

           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES APURADO           =    ' WS-ANOMES.
           DISPLAY '* LIDOS NPSHIST         =    ' WS-LIDOS-HIS.
           DISPLAY '* RESPOSTAS NO MES      =    ' WS-GRQ-RESPOSTAS.
           DISPLAY '* AGENCIAS LISTADAS     =    ' WS-QTDE-AGENCIAS.
           DISPLAY '* LINHAS NO RELNPS      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-HIS              TO    WS-RC-QTDE-LIDOS
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
           DISPLAY '*     VRB844S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
