       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB826S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: BONUS DO PROGRAMA INDIQUE UM AMIGO. RODA NO          *
      * FECHAMENTO DO MES (PRFPARM), ANTES DO VRB823S E DO VRB708S:    *
      *   1. INCORPORA AO MASTER INDMST -> INDMSTN (CHAVE CPF NOVO +   *
      *      CONTA) AS INDICACOES ACEITAS NA ABERTURA DE CONTAS        *
      *      (INDCAD, VRB710S); INDICACAO JA NO MASTER EH IGNORADA;    *
      *   2. BONUS DO INDICADOR: INDICACAO PENDENTE COM CONTA ABERTA   *
      *      ATE O FIM DO MES GERA INDICA/BONINDIC PONTOS (PADRAO      *
      *      1000) AO INDICADOR, ATE INDICA/LIMMENS BONUS POR          *
      *      INDICADOR NO MES (PADRAO 5); AS QUE PASSAM DO LIMITE      *
      *      FICAM MARCADAS 'L' E NAO SAO PAGAS;                       *
      *   3. BONUS DO CLIENTE NOVO: PRIMEIRA COMPRA NO CARTAO (ARQMOV  *
      *      DO MES, SEM CREDITOS E SEM PARCELAS SEGUINTES) ATE        *
      *      INDICA/PRZCOMPR DIAS DA ABERTURA (PADRAO 90) GERA         *
      *      INDICA/BONNOVO PONTOS (PADRAO 500); JANELA VENCIDA SEM    *
      *      COMPRA FICA 'X';                                          *
      *   4. OS BONUS SAEM NO PNTBON (LAYOUT PNTRES, TIPO 'B'), QUE    *
      *      ENTRA CONCATENADO NO PNTEST DO VRB823S PARA O VRB708S     *
      *      CREDITAR;                                                 *
      *   5. RELIND: OS INDICA/TOPREL (PADRAO 20) MAIORES INDICADORES  *
      *      DO MES.                                                   *
      * PARAMETROS COM VIGENCIA NO PARMMST (PARGET31, DOMINIO INDICA), *
      * SEM LINHA EM VIGOR VALE O PADRAO.                              *
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
           SELECT INDCAD         ASSIGN TO INDCAD
           FILE STATUS           IS        WS-FS-IND.
      *----------------------------------------------------------------*
           SELECT INDSRT         ASSIGN TO INDSRT
           FILE STATUS           IS        WS-FS-ISR.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT MOVSRT         ASSIGN TO MOVSRT
           FILE STATUS           IS        WS-FS-MSR.
      *----------------------------------------------------------------*
           SELECT MOVWK          ASSIGN TO MOVWK.
      *----------------------------------------------------------------*
           SELECT RNKWK          ASSIGN TO RNKWK.
      *----------------------------------------------------------------*
           SELECT INDMST         ASSIGN TO INDMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT INDMSTN        ASSIGN TO INDMSTN
           FILE STATUS           IS        WS-FS-MSTN.
      *----------------------------------------------------------------*
           SELECT PNTBON         ASSIGN TO PNTBON
           FILE STATUS           IS        WS-FS-BON.
      *----------------------------------------------------------------*
           SELECT RELIND         ASSIGN TO RELIND
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
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *   INDICACOES ACEITAS NA ABERTURA DE CONTAS (VRB710S)           *
      *----------------------------------------------------------------*
       FD  INDCAD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-IND.

       01  REG-IND                         PIC X(60).
      *----------------------------------------------------------------*
       FD  INDSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-ISR.

       01  REG-ISR.
           05 ISR-CHAVE.
              10 ISR-CPF-NOVO              PIC 9(11).
              10 ISR-CONTA                 PIC 9(10).
           05 ISR-CPF-INDICADOR            PIC 9(11).
           05 ISR-DATA-ABERTURA            PIC 9(08).
           05 ISR-AGENCIA                  PIC 9(04).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(21).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       FD  ARQMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-CPF                      PIC 9(11).
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO.
              88 MOV-CREDITO                            VALUE 'CRED'.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
      *   COMPRAS DO MES POR CPF + DATA                                *
      *----------------------------------------------------------------*
       FD  MOVSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 20 CHARACTERS
           DATA RECORD IS       REG-MSR.

       01  REG-MSR.
           05 MSR-CPF                      PIC 9(11).
           05 MSR-DATA                     PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       SD  MOVWK.

       01  REG-MOVWK.
           05 MW-CPF                       PIC 9(11).
           05 MW-DATA                      PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   CLASSIFICACAO DOS INDICADORES PARA O RELIND                  *
      *----------------------------------------------------------------*
       SD  RNKWK.

       01  REG-RNKWK.
           05 RW-QTDE-MES                  PIC 9(05).
           05 RW-QTDE-TOTAL                PIC 9(07).
           05 RW-CPF                       PIC 9(11).
           05 RW-QTDE-LIMITE               PIC 9(05).
           05 RW-PONTOS-MES                PIC 9(09).
      *----------------------------------------------------------------*
      *   MASTER DAS INDICACOES (CPF NOVO + CONTA)                     *
      *----------------------------------------------------------------*
       FD  INDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-IMS.

       01  REG-IMS.
           05 IMS-CHAVE.
              10 IMS-CPF-NOVO              PIC 9(11).
              10 IMS-CONTA                 PIC 9(10).
           05 IMS-CPF-INDICADOR            PIC 9(11).
           05 IMS-DATA-ABERTURA            PIC 9(08).
           05 IMS-AGENCIA                  PIC 9(04).
           05 IMS-SIT-INDICADOR            PIC X(01).
              88 IMS-IND-CREDITADO                      VALUE 'C'.
              88 IMS-IND-LIMITE                         VALUE 'L'.
           05 IMS-ANOMES-INDICADOR         PIC 9(06).
           05 IMS-PONTOS-INDICADOR         PIC 9(09).
           05 IMS-SIT-NOVO                 PIC X(01).
           05 IMS-DATA-COMPRA              PIC 9(08).
           05 IMS-PONTOS-NOVO              PIC 9(09).
           05 IMS-DATA-LIMITE              PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  INDMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-IMN.

      * SITUACAO DO INDICADOR: P PENDENTE, C CREDITADO, L ACIMA DO
      * LIMITE DO MES. SITUACAO DO NOVO: P AGUARDANDO A PRIMEIRA
      * COMPRA, C CREDITADO, X JANELA VENCIDA SEM COMPRA.
       01  REG-IMN.
           05 IMN-CHAVE.
              10 IMN-CPF-NOVO              PIC 9(11).
              10 IMN-CONTA                 PIC 9(10).
           05 IMN-CPF-INDICADOR            PIC 9(11).
           05 IMN-DATA-ABERTURA            PIC 9(08).
           05 IMN-AGENCIA                  PIC 9(04).
           05 IMN-SIT-INDICADOR            PIC X(01).
              88 IMN-IND-PENDENTE                       VALUE 'P'.
              88 IMN-IND-CREDITADO                      VALUE 'C'.
              88 IMN-IND-LIMITE                         VALUE 'L'.
           05 IMN-ANOMES-INDICADOR         PIC 9(06).
           05 IMN-PONTOS-INDICADOR         PIC 9(09).
           05 IMN-SIT-NOVO                 PIC X(01).
              88 IMN-NOVO-PENDENTE                      VALUE 'P'.
              88 IMN-NOVO-CREDITADO                     VALUE 'C'.
              88 IMN-NOVO-VENCIDO                       VALUE 'X'.
           05 IMN-DATA-COMPRA              PIC 9(08).
           05 IMN-PONTOS-NOVO              PIC 9(09).
           05 IMN-DATA-LIMITE              PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      *   BONUS DE INDICACAO, LAYOUT PNTRES TIPO 'B'                   *
      *----------------------------------------------------------------*
       FD  PNTBON
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-BON.

       01  REG-BON.
           05 BON-CPF                      PIC 9(11).
           05 BON-PONTOS                   PIC 9(09).
           05 BON-TIPO                     PIC X(01).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  RELIND
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-IND                       PIC X(02)     VALUE '00'.
       77  WS-FS-ISR                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSR                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-BON                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-MST-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-MST                    PIC X(21)     VALUE SPACES.
       77  WS-CHAVE-ISR                    PIC X(21)     VALUE SPACES.
       77  WS-CHAVE-ULT-ISR                PIC X(21)     VALUE SPACES.
       77  WS-CPF-MSR                      PIC X(11)     VALUE SPACES.
       77  WS-CPF-CORRENTE                 PIC X(11)     VALUE SPACES.
       77  WS-CPF-COMPRAS                  PIC X(11)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-IND                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-COMPRAS-MES                  PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-INDICACOES-NOVAS             PIC 9(07)     VALUE ZEROS.
       77  WS-INDICACOES-DUPL              PIC 9(07)     VALUE ZEROS.
       77  WS-BONUS-INDICADOR              PIC 9(07)     VALUE ZEROS.
       77  WS-PONTOS-INDICADOR             PIC 9(11)     VALUE ZEROS.
       77  WS-ACIMA-LIMITE                 PIC 9(07)     VALUE ZEROS.
       77  WS-BONUS-NOVO                   PIC 9(07)     VALUE ZEROS.
       77  WS-PONTOS-NOVO                  PIC 9(11)     VALUE ZEROS.
       77  WS-JANELAS-VENCIDAS             PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-BON                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        DATAS DO PROCESSAMENTO                                  *
      *  DATA DE CORTE = DIA 1 DO MES SEGUINTE AO DE REFERENCIA.       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       01  WS-ANOMES-REF-R REDEFINES WS-ANOMES-REF.
           05 WS-REF-ANO                   PIC 9(04).
           05 WS-REF-MES                   PIC 9(02).
       01  WS-DATA-CORTE                   PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO                 PIC 9(04).
           05 WS-CORTE-MES                 PIC 9(02).
           05 WS-CORTE-DIA                 PIC 9(02).
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE.
               10  WS-DP-ANO-BASE          PIC 9(04).
               10  WS-DP-MES-BASE          PIC 9(02).
               10  WS-DP-DIA-BASE          PIC 9(02).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO.
               10  WS-DP-ANO-RESULT        PIC 9(04).
               10  WS-DP-MES-RESULT        PIC 9(02).
               10  WS-DP-DIA-RESULT        PIC 9(02).
           05  WS-DP-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 PARAMETROS COM VIGENCIA (PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       77  WS-PGT-TAMANHO                  PIC 9(02)     VALUE ZEROS.
       77  WS-PGT-NUMERO                   PIC 9(09)     VALUE ZEROS.

       77  WS-PTS-INDICADOR                PIC 9(07)     VALUE 1000.
       77  WS-PTS-NOVO                     PIC 9(07)     VALUE 500.
       77  WS-DIAS-COMPRA                  PIC 9(03)     VALUE 90.
       77  WS-LIMITE-MES                   PIC 9(03)     VALUE 5.
       77  WS-TOP-RELATORIO                PIC 9(03)     VALUE 20.
      *----------------------------------------------------------------*
      *   INDICADORES DO MASTER: BONUS NO MES, RECUSADOS PELO LIMITE,  *
      *   TOTAL JA CREDITADO E PONTOS DO MES                           *
      *----------------------------------------------------------------*
       77  WS-QTDE-INDR                    PIC 9(05)   COMP VALUE ZEROS.
       77  WS-IND-INDR                     PIC 9(05)   COMP VALUE ZEROS.
       77  WS-IND-INDR-ACH                 PIC 9(05)   COMP VALUE ZEROS.
       77  WS-CPF-INDR                     PIC 9(11)     VALUE ZEROS.
       01  WS-TAB-INDICADOR.
           05 WS-INDR-ITEM                 OCCURS 10000 TIMES.
              10 WS-INDR-CPF               PIC 9(11).
              10 WS-INDR-QTDE-MES          PIC 9(05).
              10 WS-INDR-QTDE-LIMITE       PIC 9(05).
              10 WS-INDR-QTDE-TOTAL        PIC 9(07).
              10 WS-INDR-PONTOS-MES        PIC 9(09).
      *----------------------------------------------------------------*
      *   COMPRAS DO MES DO CPF CORRENTE (DATAS EM ORDEM CRESCENTE)    *
      *----------------------------------------------------------------*
       77  WS-QTDE-COMPRA                  PIC 9(03)   COMP VALUE ZEROS.
       77  WS-IND-COMPRA                   PIC 9(03)   COMP VALUE ZEROS.
       77  WS-DATA-PRIMEIRA                PIC 9(08)     VALUE ZEROS.
       01  WS-TAB-COMPRA.
           05 WS-COMPRA-DATA               PIC 9(08)
                                           OCCURS 500 TIMES.
      *----------------------------------------------------------------*
      *   CONTROLE DO RELATORIO DE MAIORES INDICADORES                 *
      *----------------------------------------------------------------*
       77  WS-FIM-RNK                      PIC X(01)     VALUE 'N'.
       77  WS-POSICAO                      PIC 9(03)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB826S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB826S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DO RELATORIO DE MAIORES INDICADORES (RELIND)   *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(42)  VALUE
                  'MAIORES INDICADORES DO MES - REFERENCIA   '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(31)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'POS CPF INDICADOR  BONUS MES ACIMA LIMIT'.
           05 FILLER                       PIC X(40)  VALUE
                  'E  TOTAL CREDIT.   PONTOS NO MES        '.
      *----------------------------------------------------------------*
       01  DET-INDICADOR.
           05 DETI-POSICAO                 PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETI-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETI-QTDE-MES                PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE SPACES.
           05 DETI-QTDE-LIMITE             PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETI-QTDE-TOTAL              PIC Z.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETI-PONTOS-MES              PIC ZZZ.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-SEM-INDICADOR.
           05 FILLER                       PIC X(40)  VALUE
                  'NENHUM BONUS DE INDICADOR NO MES        '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-INDCAD
               THRU 0100-99-CLASSIFICA-INDCAD-EXIT.
           PERFORM 0200-CLASSIFICA-COMPRAS
               THRU 0200-99-CLASSIFICA-COMPRAS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-MST      EQUAL HIGH-VALUES
                     AND WS-CHAVE-ISR      EQUAL HIGH-VALUES.
           PERFORM 8500-RANKING            THRU  8500-99-RANKING-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-INDCAD              SECTION.
      *================================================================*
           MOVE '0100-CLASSIFICA-INDCAD'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                INPUT  PROCEDURE IS        0150-LE-INDCAD
                GIVING                     INDSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-INDCAD-EXIT.     EXIT.
      *================================================================*
       0150-LE-INDCAD                      SECTION.
      *================================================================*
      * SEM ABERTURA COM INDICACAO AINDA (35) O INDCAD FICA VAZIO.     *
      *----------------------------------------------------------------*
           MOVE '0150-LE-INDCAD'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     INDCAD.
           IF    WS-FS-IND                 EQUAL      '35'
                 GO TO 0150-99-LE-INDCAD-EXIT
           END-IF.
           IF    WS-FS-IND                 NOT EQUAL  '00'
                 MOVE WS-FS-IND            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO INDCAD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-INDICACAO
               THRU 0160-99-RELEASE-INDICACAO-EXIT
                   UNTIL WS-FS-IND         EQUAL '10'.

           CLOSE INDCAD.
      *----------------------------------------------------------------*
       0150-99-LE-INDCAD-EXIT.             EXIT.
      *================================================================*
       0160-RELEASE-INDICACAO              SECTION.
      *================================================================*
           READ  INDCAD.

           IF  WS-FS-IND   NOT EQUAL '00'
           AND WS-FS-IND   NOT EQUAL '10'
               MOVE WS-FS-IND              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO INDCAD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-IND                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-IND
               MOVE REG-IND                TO         REG-SORTWK
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-INDICACAO-EXIT.     EXIT.
      *================================================================*
       0200-CLASSIFICA-COMPRAS             SECTION.
      *================================================================*
           MOVE '0200-CLASSIFICA-COMPRAS'  TO    WS-CODIGO-AREA.

           SORT MOVWK
                ASCENDING KEY              MW-CPF
                ASCENDING KEY              MW-DATA
                INPUT  PROCEDURE IS        0250-LE-ARQMOV
                GIVING                     MOVSRT.
      *----------------------------------------------------------------*
       0200-99-CLASSIFICA-COMPRAS-EXIT.    EXIT.
      *================================================================*
       0250-LE-ARQMOV                      SECTION.
      *================================================================*
           MOVE '0250-LE-ARQMOV'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     ARQMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0260-RELEASE-COMPRA
               THRU 0260-99-RELEASE-COMPRA-EXIT
                   UNTIL WS-FS-MOV         EQUAL '10'.

           CLOSE ARQMOV.
      *----------------------------------------------------------------*
       0250-99-LE-ARQMOV-EXIT.             EXIT.
      *================================================================*
       0260-RELEASE-COMPRA                 SECTION.
      *================================================================*
      * SO INTERESSA A COMPRA: CREDITO E PARCELA SEGUINTE (02 EM       *
      * DIANTE, A COMPRA FOI NUM MES ANTERIOR) FICAM DE FORA.          *
      *----------------------------------------------------------------*
           READ  ARQMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   NOT EQUAL  '00'
               GO TO 0260-99-RELEASE-COMPRA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-MOV.

           IF  MOV-CREDITO
           OR  MOV-CPF                     NOT NUMERIC
           OR  MOV-DATA                    NOT NUMERIC
           OR  MOV-VALOR                   NOT NUMERIC
           OR  MOV-VALOR                   EQUAL      ZEROS
               GO TO 0260-99-RELEASE-COMPRA-EXIT
           END-IF.

           IF  MOV-PARCELAMENTO            NUMERIC
           AND MOV-PARCELA                 GREATER    1
               GO TO 0260-99-RELEASE-COMPRA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-MOVWK.
           MOVE MOV-CPF                    TO         MW-CPF.
           MOVE MOV-DATA                   TO         MW-DATA.
           RELEASE REG-MOVWK.
           ADD  1                          TO         WS-COMPRAS-MES.
      *----------------------------------------------------------------*
       0260-99-RELEASE-COMPRA-EXIT.        EXIT.
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

           MOVE  PARM-ANO                  TO         WS-CORTE-ANO.
           MOVE  PARM-MES                  TO         WS-CORTE-MES.
           MOVE  01                        TO         WS-CORTE-DIA.
           IF    WS-CORTE-MES              EQUAL      12
                 ADD  1                    TO         WS-CORTE-ANO
                 MOVE 01                   TO         WS-CORTE-MES
           ELSE
                 ADD  1                    TO         WS-CORTE-MES
           END-IF.

           PERFORM 1050-PARAMETROS THRU 1050-99-PARAMETROS-EXIT.

           PERFORM 1080-CONTA-INDICADORES
               THRU 1080-99-CONTA-INDICADORES-EXIT.

           OPEN  INPUT                     INDSRT.
           IF    WS-FS-ISR                 NOT EQUAL  '00'
                 MOVE WS-FS-ISR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO INDSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     MOVSRT.
           IF    WS-FS-MSR                 NOT EQUAL  '00'
                 MOVE WS-FS-MSR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO MOVSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA RODADA: SEM MASTER AINDA (35), SO AS NOVAS.
           OPEN  INPUT                     INDMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CHAVE-MST
           ELSE
                 IF  WS-FS-MST             NOT EQUAL  '00'
                     MOVE WS-FS-MST        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER INDMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-MST-ABERTO
           END-IF.

           OPEN  OUTPUT                    INDMSTN
                                           PNTBON
                                           RELIND.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
           OR    WS-FS-BON                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-REF-MES                 TO         CABT-MES.
           MOVE WS-REF-ANO                 TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELIND THRU 8000-99-FS-RELIND-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELIND THRU 8000-99-FS-RELIND-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELIND THRU 8000-99-FS-RELIND-EXIT.

           IF  WS-MST-ABERTO               EQUAL      'S'
               PERFORM 1100-LER-INDMST THRU 1100-99-LER-INDMST-EXIT
           END-IF.
           PERFORM 1200-LER-INDSRT   THRU  1200-99-LER-INDSRT-EXIT.
           PERFORM 1300-LER-MOVSRT   THRU  1300-99-LER-MOVSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-PARAMETROS                     SECTION.
      *================================================================*
      * PARAMETROS DO PROGRAMA NO DOMINIO INDICA, COM VIGENCIA NA      *
      * DATA DE CORTE DO MES DE REFERENCIA.                            *
      *----------------------------------------------------------------*
           MOVE '1050-PARAMETROS'          TO         WS-CODIGO-AREA.

           MOVE 'BONINDIC'                 TO         WS-PGT-CHAVE.
           MOVE 7                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-PTS-INDICADOR
           END-IF.

           MOVE 'BONNOVO '                 TO         WS-PGT-CHAVE.
           MOVE 7                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-PTS-NOVO
           END-IF.

           MOVE 'PRZCOMPR'                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-DIAS-COMPRA
           END-IF.

           MOVE 'LIMMENS '                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-LIMITE-MES
           END-IF.

           MOVE 'TOPREL  '                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-TOP-RELATORIO
           END-IF.
      *----------------------------------------------------------------*
       1050-99-PARAMETROS-EXIT.            EXIT.
      *================================================================*
       1060-LE-PARAMETRO                   SECTION.
      *================================================================*
      * LE A CHAVE WS-PGT-CHAVE; O VALOR VEM NAS PRIMEIRAS             *
      * WS-PGT-TAMANHO POSICOES, NUMERICO COM ZEROS A ESQUERDA.        *
      *----------------------------------------------------------------*
           MOVE 'INDICA  '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-CORTE              TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:WS-PGT-TAMANHO) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARAMETRO DO DOMINIO INDICA INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:WS-PGT-TAMANHO)
                                           TO         WS-PGT-NUMERO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1060-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1080-CONTA-INDICADORES              SECTION.
      *================================================================*
      * PRIMEIRA PASSADA NO MASTER: MONTA A TABELA DE INDICADORES COM  *
      * O TOTAL JA CREDITADO E O QUE JA FOI PAGO OU BARRADO NO MES DE  *
      * REFERENCIA, PARA O LIMITE MENSAL VALER EM QUALQUER ORDEM.      *
      *----------------------------------------------------------------*
           MOVE '1080-CONTA-INDICADORES'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     INDMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 GO TO 1080-99-CONTA-INDICADORES-EXIT
           END-IF.
           IF    WS-FS-MST                 NOT EQUAL  '00'
                 MOVE WS-FS-MST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER INDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1090-SOMA-INDICADOR
               THRU 1090-99-SOMA-INDICADOR-EXIT
                   UNTIL WS-FS-MST         EQUAL '10'.

           CLOSE INDMST.
           MOVE '00'                       TO         WS-FS-MST.
      *----------------------------------------------------------------*
       1080-99-CONTA-INDICADORES-EXIT.     EXIT.
      *================================================================*
       1090-SOMA-INDICADOR                 SECTION.
      *================================================================*
           READ  INDMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER INDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   NOT EQUAL  '00'
               GO TO 1090-99-SOMA-INDICADOR-EXIT
           END-IF.

           IF  NOT IMS-IND-CREDITADO
           AND NOT IMS-IND-LIMITE
               GO TO 1090-99-SOMA-INDICADOR-EXIT
           END-IF.

           MOVE IMS-CPF-INDICADOR          TO         WS-CPF-INDR.
           PERFORM 2350-LOCALIZA-INDICADOR
               THRU 2350-99-LOCALIZA-INDICADOR-EXIT.

           IF  IMS-IND-CREDITADO
               ADD 1          TO  WS-INDR-QTDE-TOTAL (WS-IND-INDR-ACH)
           END-IF.

           IF  IMS-ANOMES-INDICADOR        EQUAL      WS-ANOMES-REF
               IF  IMS-IND-CREDITADO
                   ADD 1      TO  WS-INDR-QTDE-MES   (WS-IND-INDR-ACH)
                   ADD IMS-PONTOS-INDICADOR
                              TO  WS-INDR-PONTOS-MES (WS-IND-INDR-ACH)
               ELSE
                   ADD 1      TO  WS-INDR-QTDE-LIMITE (WS-IND-INDR-ACH)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1090-99-SOMA-INDICADOR-EXIT.        EXIT.
      *================================================================*
       1100-LER-INDMST                     SECTION.
      *================================================================*
           MOVE '1100-LER-INDMST'          TO         WS-CODIGO-AREA.

           READ INDMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER INDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MST
           ELSE
               MOVE IMS-CHAVE              TO         WS-CHAVE-MST
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-INDMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-INDSRT                     SECTION.
      *================================================================*
           MOVE '1200-LER-INDSRT'          TO         WS-CODIGO-AREA.

           READ INDSRT.

           IF  WS-FS-ISR   NOT EQUAL '00'
           AND WS-FS-ISR   NOT EQUAL '10'
               MOVE WS-FS-ISR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO INDSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ISR                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-ISR
           ELSE
               MOVE ISR-CHAVE              TO         WS-CHAVE-ISR
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-INDSRT-EXIT.            EXIT.
      *================================================================*
       1300-LER-MOVSRT                     SECTION.
      *================================================================*
           MOVE '1300-LER-MOVSRT'          TO         WS-CODIGO-AREA.

           READ MOVSRT.

           IF  WS-FS-MSR   NOT EQUAL '00'
           AND WS-FS-MSR   NOT EQUAL '10'
               MOVE WS-FS-MSR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO MOVSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MSR                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-MSR
           ELSE
               MOVE MSR-CPF                TO         WS-CPF-MSR
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-MOVSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELA CHAVE CPF NOVO + CONTA. INDICACAO QUE JA     *
      * ESTA NO MASTER (INDCAD REPROCESSADO) NAO ENTRA DE NOVO.        *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  WS-CHAVE-MST                LESS       WS-CHAVE-ISR
               MOVE REG-IMS                TO         REG-IMN
               PERFORM 2200-TRATA-INDICACAO
                   THRU 2200-99-TRATA-INDICACAO-EXIT
               PERFORM 1100-LER-INDMST THRU 1100-99-LER-INDMST-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           IF  WS-CHAVE-ISR                LESS       WS-CHAVE-MST
           AND WS-CHAVE-ISR                NOT EQUAL  WS-CHAVE-ULT-ISR
               PERFORM 2100-NOVA-INDICACAO
                   THRU 2100-99-NOVA-INDICACAO-EXIT
               PERFORM 2200-TRATA-INDICACAO
                   THRU 2200-99-TRATA-INDICACAO-EXIT
           ELSE
               ADD  1                      TO     WS-INDICACOES-DUPL
           END-IF.

           MOVE WS-CHAVE-ISR               TO         WS-CHAVE-ULT-ISR.
           PERFORM 1200-LER-INDSRT   THRU  1200-99-LER-INDSRT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-NOVA-INDICACAO                 SECTION.
      *================================================================*
      * A JANELA DA PRIMEIRA COMPRA FECHA PRZCOMPR DIAS APOS A         *
      * ABERTURA DA CONTA.                                             *
      *----------------------------------------------------------------*
           MOVE '2100-NOVA-INDICACAO'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-IMN.
           MOVE ISR-CPF-NOVO               TO         IMN-CPF-NOVO.
           MOVE ISR-CONTA                  TO         IMN-CONTA.
           MOVE ISR-CPF-INDICADOR          TO         IMN-CPF-INDICADOR.
           MOVE ISR-DATA-ABERTURA          TO         IMN-DATA-ABERTURA.
           MOVE ISR-AGENCIA                TO         IMN-AGENCIA.
           MOVE 'P'                        TO         IMN-SIT-INDICADOR.
           MOVE ZEROS                      TO     IMN-ANOMES-INDICADOR.
           MOVE ZEROS                      TO     IMN-PONTOS-INDICADOR.
           MOVE 'P'                        TO         IMN-SIT-NOVO.
           MOVE ZEROS                      TO         IMN-DATA-COMPRA.
           MOVE ZEROS                      TO         IMN-PONTOS-NOVO.

           MOVE  ISR-DATA-ABERTURA (1:4)   TO         WS-DP-ANO-BASE.
           MOVE  ISR-DATA-ABERTURA (5:2)   TO         WS-DP-MES-BASE.
           MOVE  ISR-DATA-ABERTURA (7:2)   TO         WS-DP-DIA-BASE.
           MOVE  WS-DIAS-COMPRA            TO         WS-DP-DIAS-SOMAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DA JANELA DE COMPRA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO         IMN-DATA-LIMITE.

           ADD  1                          TO     WS-INDICACOES-NOVAS.
      *----------------------------------------------------------------*
       2100-99-NOVA-INDICACAO-EXIT.        EXIT.
      *================================================================*
       2200-TRATA-INDICACAO                SECTION.
      *================================================================*
           MOVE '2200-TRATA-INDICACAO'     TO         WS-CODIGO-AREA.

           IF  IMN-IND-PENDENTE
           AND IMN-DATA-ABERTURA           LESS       WS-DATA-CORTE
               PERFORM 2300-BONUS-INDICADOR
                   THRU 2300-99-BONUS-INDICADOR-EXIT
           END-IF.

           IF  IMN-NOVO-PENDENTE
               PERFORM 2400-BONUS-NOVO
                   THRU 2400-99-BONUS-NOVO-EXIT
           END-IF.

           WRITE REG-IMN.
           IF  WS-FS-MSTN                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO INDMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MSTN.
      *----------------------------------------------------------------*
       2200-99-TRATA-INDICACAO-EXIT.       EXIT.
      *================================================================*
       2300-BONUS-INDICADOR                SECTION.
      *================================================================*
      * O INDICADOR QUE JA RECEBEU LIMMENS BONUS NO MES FICA COM A     *
      * INDICACAO MARCADA 'L' (ACIMA DO LIMITE), SEM PAGAMENTO.        *
      *----------------------------------------------------------------*
           MOVE '2300-BONUS-INDICADOR'     TO         WS-CODIGO-AREA.

           MOVE IMN-CPF-INDICADOR          TO         WS-CPF-INDR.
           PERFORM 2350-LOCALIZA-INDICADOR
               THRU 2350-99-LOCALIZA-INDICADOR-EXIT.

           MOVE WS-ANOMES-REF              TO     IMN-ANOMES-INDICADOR.

           IF  WS-INDR-QTDE-MES (WS-IND-INDR-ACH)
                                   NOT LESS      WS-LIMITE-MES
               MOVE 'L'                    TO         IMN-SIT-INDICADOR
               ADD 1          TO  WS-INDR-QTDE-LIMITE (WS-IND-INDR-ACH)
               ADD 1                       TO         WS-ACIMA-LIMITE
               GO TO 2300-99-BONUS-INDICADOR-EXIT
           END-IF.

           MOVE 'C'                        TO         IMN-SIT-INDICADOR.
           MOVE WS-PTS-INDICADOR           TO     IMN-PONTOS-INDICADOR.

           MOVE SPACES                     TO         REG-BON.
           MOVE IMN-CPF-INDICADOR          TO         BON-CPF.
           MOVE WS-PTS-INDICADOR           TO         BON-PONTOS.
           PERFORM 2700-GRAVA-PNTBON THRU 2700-99-GRAVA-PNTBON-EXIT.

           ADD 1              TO  WS-INDR-QTDE-MES   (WS-IND-INDR-ACH).
           ADD 1              TO  WS-INDR-QTDE-TOTAL (WS-IND-INDR-ACH).
           ADD WS-PTS-INDICADOR
                              TO  WS-INDR-PONTOS-MES (WS-IND-INDR-ACH).
           ADD 1                           TO        WS-BONUS-INDICADOR.
           ADD WS-PTS-INDICADOR            TO     WS-PONTOS-INDICADOR.
      *----------------------------------------------------------------*
       2300-99-BONUS-INDICADOR-EXIT.       EXIT.
      *================================================================*
       2350-LOCALIZA-INDICADOR             SECTION.
      *================================================================*
      * DEVOLVE EM WS-IND-INDR-ACH A POSICAO DE WS-CPF-INDR NA TABELA, *
      * INCLUINDO O INDICADOR QUANDO AINDA NAO CONSTA.                 *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-INDR-ACH.

           PERFORM 2360-PROCURA-INDICADOR
               THRU 2360-99-PROCURA-INDICADOR-EXIT
                   VARYING WS-IND-INDR FROM 1 BY 1
                   UNTIL WS-IND-INDR GREATER WS-QTDE-INDR
                      OR WS-IND-INDR-ACH   GREATER    ZEROS.

           IF  WS-IND-INDR-ACH             GREATER    ZEROS
               GO TO 2350-99-LOCALIZA-INDICADOR-EXIT
           END-IF.

           IF  WS-QTDE-INDR                EQUAL      10000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA DE INDICADORES ESTOUROU (MAX 10000)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-INDR.
           MOVE WS-QTDE-INDR               TO         WS-IND-INDR-ACH.
           MOVE WS-CPF-INDR      TO  WS-INDR-CPF         (WS-QTDE-INDR).
           MOVE ZEROS            TO  WS-INDR-QTDE-MES    (WS-QTDE-INDR).
           MOVE ZEROS            TO  WS-INDR-QTDE-LIMITE (WS-QTDE-INDR).
           MOVE ZEROS            TO  WS-INDR-QTDE-TOTAL  (WS-QTDE-INDR).
           MOVE ZEROS            TO  WS-INDR-PONTOS-MES  (WS-QTDE-INDR).
      *----------------------------------------------------------------*
       2350-99-LOCALIZA-INDICADOR-EXIT.    EXIT.
      *================================================================*
       2360-PROCURA-INDICADOR              SECTION.
      *================================================================*
           IF  WS-INDR-CPF (WS-IND-INDR)   EQUAL      WS-CPF-INDR
               MOVE WS-IND-INDR            TO         WS-IND-INDR-ACH
           END-IF.
      *----------------------------------------------------------------*
       2360-99-PROCURA-INDICADOR-EXIT.     EXIT.
      *================================================================*
       2400-BONUS-NOVO                     SECTION.
      *================================================================*
      * PROCURA NAS COMPRAS DO MES A PRIMEIRA DENTRO DA JANELA         *
      * (ABERTURA ATE ABERTURA + PRZCOMPR DIAS). SEM COMPRA E COM A    *
      * JANELA FECHADA ANTES DO CORTE, A INDICACAO PERDE O BONUS.      *
      *----------------------------------------------------------------*
           MOVE '2400-BONUS-NOVO'          TO         WS-CODIGO-AREA.

           MOVE IMN-CPF-NOVO               TO         WS-CPF-CORRENTE.
           IF  WS-CPF-CORRENTE             NOT EQUAL  WS-CPF-COMPRAS
               PERFORM 2410-CARREGA-COMPRAS
                   THRU 2410-99-CARREGA-COMPRAS-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-DATA-PRIMEIRA.
           PERFORM 2430-PROCURA-COMPRA
               THRU 2430-99-PROCURA-COMPRA-EXIT
                   VARYING WS-IND-COMPRA FROM 1 BY 1
                   UNTIL WS-IND-COMPRA GREATER WS-QTDE-COMPRA
                      OR WS-DATA-PRIMEIRA  GREATER    ZEROS.

           IF  WS-DATA-PRIMEIRA            GREATER    ZEROS
               MOVE 'C'                    TO         IMN-SIT-NOVO
               MOVE WS-DATA-PRIMEIRA       TO         IMN-DATA-COMPRA
               MOVE WS-PTS-NOVO            TO         IMN-PONTOS-NOVO
               MOVE SPACES                 TO         REG-BON
               MOVE IMN-CPF-NOVO           TO         BON-CPF
               MOVE WS-PTS-NOVO            TO         BON-PONTOS
               PERFORM 2700-GRAVA-PNTBON
                   THRU 2700-99-GRAVA-PNTBON-EXIT
               ADD  1                      TO         WS-BONUS-NOVO
               ADD  WS-PTS-NOVO            TO         WS-PONTOS-NOVO
               GO TO 2400-99-BONUS-NOVO-EXIT
           END-IF.

           IF  IMN-DATA-LIMITE             LESS       WS-DATA-CORTE
               MOVE 'X'                    TO         IMN-SIT-NOVO
               ADD  1                      TO     WS-JANELAS-VENCIDAS
           END-IF.
      *----------------------------------------------------------------*
       2400-99-BONUS-NOVO-EXIT.            EXIT.
      *================================================================*
       2410-CARREGA-COMPRAS                SECTION.
      *================================================================*
      * GUARDA AS DATAS DE COMPRA DO CPF CORRENTE (O MOVSRT VEM POR    *
      * CPF + DATA); ALEM DE 500 NO MES AS MAIS RECENTES SAO           *
      * DESPREZADAS, POIS SO INTERESSA A PRIMEIRA DA JANELA.           *
      *----------------------------------------------------------------*
           MOVE WS-CPF-CORRENTE            TO         WS-CPF-COMPRAS.
           MOVE ZEROS                      TO         WS-QTDE-COMPRA.

           PERFORM 1300-LER-MOVSRT   THRU  1300-99-LER-MOVSRT-EXIT
                   UNTIL WS-CPF-MSR  NOT LESS WS-CPF-CORRENTE.

           PERFORM 2420-GUARDA-COMPRA
               THRU 2420-99-GUARDA-COMPRA-EXIT
                   UNTIL WS-CPF-MSR  NOT EQUAL WS-CPF-CORRENTE.
      *----------------------------------------------------------------*
       2410-99-CARREGA-COMPRAS-EXIT.       EXIT.
      *================================================================*
       2420-GUARDA-COMPRA                  SECTION.
      *================================================================*
           IF  WS-QTDE-COMPRA              LESS       500
               ADD  1                      TO         WS-QTDE-COMPRA
               MOVE MSR-DATA     TO  WS-COMPRA-DATA (WS-QTDE-COMPRA)
           END-IF.

           PERFORM 1300-LER-MOVSRT   THRU  1300-99-LER-MOVSRT-EXIT.
      *----------------------------------------------------------------*
       2420-99-GUARDA-COMPRA-EXIT.         EXIT.
      *================================================================*
       2430-PROCURA-COMPRA                 SECTION.
      *================================================================*
           IF  WS-COMPRA-DATA (WS-IND-COMPRA)
                                   NOT LESS      IMN-DATA-ABERTURA
           AND WS-COMPRA-DATA (WS-IND-COMPRA)
                                   NOT GREATER   IMN-DATA-LIMITE
               MOVE WS-COMPRA-DATA (WS-IND-COMPRA)
                                           TO         WS-DATA-PRIMEIRA
           END-IF.
      *----------------------------------------------------------------*
       2430-99-PROCURA-COMPRA-EXIT.        EXIT.
      *================================================================*
       2700-GRAVA-PNTBON                   SECTION.
      *================================================================*
      * REG-BON JA PREENCHIDO PELO CHAMADOR (CPF E PONTOS).            *
      *----------------------------------------------------------------*
           MOVE '2700-GRAVA-PNTBON'        TO         WS-CODIGO-AREA.

           MOVE 'B'                        TO         BON-TIPO.
           WRITE REG-BON.
           IF  WS-FS-BON                   NOT EQUAL  '00'
               MOVE WS-FS-BON              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PNTBON'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-BON.
      *----------------------------------------------------------------*
       2700-99-GRAVA-PNTBON-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELIND                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELIND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELIND-EXIT.             EXIT.
      *================================================================*
       8500-RANKING                        SECTION.
      *================================================================*
      * CLASSIFICA OS INDICADORES COM MOVIMENTO NO MES PELOS BONUS DO  *
      * MES E PELO TOTAL JA CREDITADO, E IMPRIME OS TOPREL PRIMEIROS.  *
      *----------------------------------------------------------------*
           MOVE '8500-RANKING'             TO         WS-CODIGO-AREA.

           SORT RNKWK
                DESCENDING KEY             RW-QTDE-MES
                DESCENDING KEY             RW-QTDE-TOTAL
                ASCENDING  KEY             RW-CPF
                INPUT  PROCEDURE IS        8510-RELEASE-RANKING
                OUTPUT PROCEDURE IS        8550-IMPRIME-RANKING.
      *----------------------------------------------------------------*
       8500-99-RANKING-EXIT.               EXIT.
      *================================================================*
       8510-RELEASE-RANKING                SECTION.
      *================================================================*
           PERFORM 8520-RELEASE-INDICADOR
               THRU 8520-99-RELEASE-INDICADOR-EXIT
                   VARYING WS-IND-INDR FROM 1 BY 1
                   UNTIL WS-IND-INDR GREATER WS-QTDE-INDR.
      *----------------------------------------------------------------*
       8510-99-RELEASE-RANKING-EXIT.       EXIT.
      *================================================================*
       8520-RELEASE-INDICADOR              SECTION.
      *================================================================*
           IF  WS-INDR-QTDE-MES    (WS-IND-INDR) EQUAL ZEROS
           AND WS-INDR-QTDE-LIMITE (WS-IND-INDR) EQUAL ZEROS
               GO TO 8520-99-RELEASE-INDICADOR-EXIT
           END-IF.

           MOVE WS-INDR-CPF         (WS-IND-INDR) TO  RW-CPF.
           MOVE WS-INDR-QTDE-MES    (WS-IND-INDR) TO  RW-QTDE-MES.
           MOVE WS-INDR-QTDE-LIMITE (WS-IND-INDR) TO  RW-QTDE-LIMITE.
           MOVE WS-INDR-QTDE-TOTAL  (WS-IND-INDR) TO  RW-QTDE-TOTAL.
           MOVE WS-INDR-PONTOS-MES  (WS-IND-INDR) TO  RW-PONTOS-MES.
           RELEASE REG-RNKWK.
      *----------------------------------------------------------------*
       8520-99-RELEASE-INDICADOR-EXIT.     EXIT.
      *================================================================*
       8550-IMPRIME-RANKING                SECTION.
      *================================================================*
           MOVE 'N'                        TO         WS-FIM-RNK.
           MOVE ZEROS                      TO         WS-POSICAO.

           PERFORM 8560-IMPRIME-INDICADOR
               THRU 8560-99-IMPRIME-INDICADOR-EXIT
                   UNTIL WS-FIM-RNK        EQUAL      'S'
                      OR WS-POSICAO    NOT LESS   WS-TOP-RELATORIO.

           IF  WS-POSICAO                  EQUAL      ZEROS
               WRITE REG-REL               FROM       LIN-SEM-INDICADOR
               PERFORM 8000-FS-RELIND THRU 8000-99-FS-RELIND-EXIT
           END-IF.
      *----------------------------------------------------------------*
       8550-99-IMPRIME-RANKING-EXIT.       EXIT.
      *================================================================*
       8560-IMPRIME-INDICADOR              SECTION.
      *================================================================*
           RETURN RNKWK
               AT END
                   MOVE 'S'                TO         WS-FIM-RNK
                   GO TO 8560-99-IMPRIME-INDICADOR-EXIT
           END-RETURN.

           ADD  1                          TO         WS-POSICAO.
           MOVE WS-POSICAO                 TO         DETI-POSICAO.
           MOVE RW-CPF                     TO         DETI-CPF.
           MOVE RW-QTDE-MES                TO         DETI-QTDE-MES.
           MOVE RW-QTDE-LIMITE             TO         DETI-QTDE-LIMITE.
           MOVE RW-QTDE-TOTAL              TO         DETI-QTDE-TOTAL.
           MOVE RW-PONTOS-MES              TO         DETI-PONTOS-MES.
           WRITE REG-REL                   FROM       DET-INDICADOR.
           PERFORM 8000-FS-RELIND THRU 8000-99-FS-RELIND-EXIT.
      *----------------------------------------------------------------*
       8560-99-IMPRIME-INDICADOR-EXIT.     EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE INDSRT  MOVSRT  INDMSTN  PNTBON  RELIND.
           IF  WS-MST-ABERTO               EQUAL      'S'
               CLOSE INDMST
           END-IF.

           IF  WS-FS-ISR                   NOT EQUAL  '00'
           OR  WS-FS-MSR                   NOT EQUAL  '00'
           OR  WS-FS-MSTN                  NOT EQUAL  '00'
           OR  WS-FS-BON                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS EM INDCAD       =    ' WS-LIDOS-IND.
           DISPLAY '* LIDOS EM ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* COMPRAS CONSIDERADAS  =    ' WS-COMPRAS-MES.
           DISPLAY '* LIDOS EM INDMST       =    ' WS-LIDOS-MST.
           DISPLAY '* GRAVADOS EM INDMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* INDICACOES NOVAS      =    ' WS-INDICACOES-NOVAS.
           DISPLAY '* INDICACOES REPETIDAS  =    ' WS-INDICACOES-DUPL.
           DISPLAY '* BONUS DE INDICADOR    =    ' WS-BONUS-INDICADOR.
           DISPLAY '* PONTOS DE INDICADOR   =    ' WS-PONTOS-INDICADOR.
           DISPLAY '* ACIMA DO LIMITE MES   =    ' WS-ACIMA-LIMITE.
           DISPLAY '* BONUS DE CLIENTE NOVO =    ' WS-BONUS-NOVO.
           DISPLAY '* PONTOS DE CLIENTE NOVO=    ' WS-PONTOS-NOVO.
           DISPLAY '* JANELAS VENCIDAS      =    ' WS-JANELAS-VENCIDAS.
           DISPLAY '* GRAVADOS EM PNTBON    =    ' WS-GRAVADOS-BON.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-IND              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-MSTN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB826S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
