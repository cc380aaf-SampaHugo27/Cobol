       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB854S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: APURACAO MENSAL DO FGTS. A FOLHA (VRB740S) ESTENDE O *
      * MOVIMENTO FGTSMOV A CADA RODADA (MENSAL, PARCELAS DO 13O E     *
      * FERIAS) COM A BASE E O DEPOSITO DE CADA FUNCIONARIO. ESTE      *
      * PROGRAMA, PARA A COMPETENCIA DO CARTAO FGTPARM:                *
      *   1. SOMA POR FUNCIONARIO AS RODADAS DA COMPETENCIA (RODADA    *
      *      REPETIDA NO MESMO MODO VALE A ULTIMA);                    *
      *   2. GERA O ARQUIVO DE RECOLHIMENTO FGTSREM (HEADER COM O CNPJ *
      *      DO EMPREGADOR - PARMMST FGTS/CNPJEMPR -, UM DETALHE POR   *
      *      FUNCIONARIO COM BASE E DEPOSITO, TRAILER COM QUANTIDADE E *
      *      TOTAIS);                                                  *
      *   3. ATUALIZA O HISTORICO DE SALDO FGTSHIS EM FGTSHISN (UM     *
      *      REGISTRO POR FUNCIONARIO E COMPETENCIA, COM O SALDO       *
      *      ACUMULADO - BASE DA RESCISAO). REPROCESSAR A COMPETENCIA  *
      *      SUBSTITUI O REGISTRO DELA;                                *
      *   4. GRAVA O TOTAL DO MES NO MOVIMENTO CONTABIL CTBMOV (FONTE  *
      *      FOLHAFGT), LANCADO PELO VRB788S;                          *
      *   5. IMPRIME A CONFERENCIA RELFGTS.                            *
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

           SELECT FGTPARM        ASSIGN TO FGTPARM
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT FGTSMOV        ASSIGN TO FGTSMOV
           FILE STATUS           IS        WS-FS-FGM.
      *----------------------------------------------------------------*
           SELECT FGTSHIS        ASSIGN TO FGTSHIS
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT FGTSHISN       ASSIGN TO FGTSHISN
           FILE STATUS           IS        WS-FS-HISN.
      *----------------------------------------------------------------*
           SELECT FGTWK          ASSIGN TO FGTWK.
      *----------------------------------------------------------------*
           SELECT FGTSREM        ASSIGN TO FGTSREM
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT RELFGTS        ASSIGN TO RELFGTS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  FGTPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-ANOMES                   PIC 9(06).
           05 PAR-ANOMES-R REDEFINES PAR-ANOMES.
              10 PAR-ANO                   PIC 9(04).
              10 PAR-MES                   PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *   MOVIMENTO DE FGTS ESTENDIDO PELO VRB740S A CADA RODADA       *
      *----------------------------------------------------------------*
       FD  FGTSMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-FGM.

       01  REG-FGM.
           05 FGM-CODIGO                   PIC 9(05).
           05 FGM-NOME                     PIC X(20).
           05 FGM-ANOMES                   PIC 9(06).
           05 FGM-MODO                     PIC X(01).
           05 FGM-BASE                     PIC 9(07)V99.
           05 FGM-DEPOSITO                 PIC 9(07)V99.
           05 FGM-DATA                     PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
      *   HISTORICO DE SALDO (ORDEM DE FUNCIONARIO E COMPETENCIA)      *
      *----------------------------------------------------------------*
       FD  FGTSHIS
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-CODIGO                   PIC 9(05).
           05 HIS-ANOMES                   PIC 9(06).
           05 HIS-BASE                     PIC 9(09)V99.
           05 HIS-DEPOSITO                 PIC 9(09)V99.
           05 HIS-SALDO                    PIC 9(11)V99.
           05 HIS-DATA-PROC                PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  FGTSHISN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-HISN.

       01  REG-HISN.
           05 HISN-CODIGO                  PIC 9(05).
           05 HISN-ANOMES                  PIC 9(06).
           05 HISN-BASE                    PIC 9(09)V99.
           05 HISN-DEPOSITO                PIC 9(09)V99.
           05 HISN-SALDO                   PIC 9(11)V99.
           05 HISN-DATA-PROC               PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       SD  FGTWK.

       01  REG-FGTWK.
           05 SW-CODIGO                    PIC 9(05).
           05 SW-MODO                      PIC X(01).
           05 SW-SEQ                       PIC 9(07).
           05 SW-NOME                      PIC X(20).
           05 SW-BASE                      PIC 9(07)V99.
           05 SW-DEPOSITO                  PIC 9(07)V99.
      *----------------------------------------------------------------*
      *   ARQUIVO DE RECOLHIMENTO MENSAL DO FGTS (100 POSICOES)        *
      *----------------------------------------------------------------*
       FD  FGTSREM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-REM.

       01  REG-REM                         PIC X(100).
      *----------------------------------------------------------------*
      *   MOVIMENTO CONTABIL POR FONTE, LANCADO PELO VRB788S           *
      *----------------------------------------------------------------*
       FD  CTBMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-FONTE                    PIC X(08).
           05 MOV-ANOMES                   PIC 9(06).
           05 MOV-VALOR                    PIC 9(13)V9(02).
           05 MOV-PROGRAMA                 PIC X(08).
           05 MOV-DATA                     PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  RELFGTS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-FGM                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-HISN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-HIS-ABERTO                   PIC X(01)     VALUE 'N'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-FGM                    PIC 9(07)     VALUE ZEROS.
       77  WS-FORA-COMPETENCIA             PIC 9(07)     VALUE ZEROS.
       77  WS-RODADAS-SUBST                PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-HISN                PIC 9(07)     VALUE ZEROS.
       77  WS-COMPET-SUBST                 PIC 9(07)     VALUE ZEROS.
       77  WS-FUNCIONARIOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-BASE                     PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-DEPOSITO                 PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATA E COMPETENCIA                             *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-COMPETENCIA                  PIC 9(06)     VALUE ZEROS.
       77  WS-CNPJ-EMPREGADOR              PIC 9(14)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CHAVE DO HISTORICO (HIGH-VALUES NO FIM DO ARQUIVO)      *
      *----------------------------------------------------------------*
       01  WS-CHAVE-HIS.
           05 WS-CHV-HIS-CODIGO            PIC X(05)   VALUE SPACES.
           05 WS-CHV-HIS-ANOMES            PIC X(06)   VALUE SPACES.
       01  WS-CHAVE-HIS-NUM REDEFINES WS-CHAVE-HIS.
           05 WS-CHVN-HIS-CODIGO           PIC 9(05).
           05 WS-CHVN-HIS-ANOMES           PIC 9(06).
       01  WS-CHAVE-HIS-ANT                PIC X(11)   VALUE LOW-VALUES.
       01  WS-CHAVE-FUN                    PIC X(05)   VALUE SPACES.
       01  WS-CHAVE-FUN-NUM REDEFINES WS-CHAVE-FUN
                                           PIC 9(05).
      *----------------------------------------------------------------*
      *                 APURACAO DO FUNCIONARIO                        *
      *----------------------------------------------------------------*
       77  WS-FUN-NOME                     PIC X(20)     VALUE SPACES.
       77  WS-FUN-BASE                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-FUN-DEPOSITO                 PIC 9(09)V99  VALUE ZEROS.
       77  WS-SALDO-ANTERIOR               PIC 9(11)V99  VALUE ZEROS.
       77  WS-SALDO-NOVO                   PIC 9(11)V99  VALUE ZEROS.
       77  WS-PEND-CODIGO                  PIC 9(05)     VALUE ZEROS.
       77  WS-PEND-MODO                    PIC X(01)     VALUE SPACES.
       77  WS-PEND-BASE                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-PEND-DEPOSITO                PIC 9(07)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *            PARAMETROS DO PARMMST (ROTINA PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 LAYOUT DO ARQUIVO FGTSREM                      *
      *----------------------------------------------------------------*
       01  REM-HEADER.
           05 REMH-TIPO                    PIC X(01)  VALUE '0'.
           05 REMH-CNPJ                    PIC 9(14)  VALUE ZEROS.
           05 REMH-COMPETENCIA             PIC 9(06)  VALUE ZEROS.
           05 REMH-DATA-GERACAO            PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(71)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  REM-DETALHE.
           05 REMD-TIPO                    PIC X(01)  VALUE '1'.
           05 REMD-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 REMD-NOME                    PIC X(20)  VALUE SPACES.
           05 REMD-BASE                    PIC 9(09)V99
                                                      VALUE ZEROS.
           05 REMD-DEPOSITO                PIC 9(09)V99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(52)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  REM-TRAILER.
           05 REMT-TIPO                    PIC X(01)  VALUE '9'.
           05 REMT-QTDE                    PIC 9(07)  VALUE ZEROS.
           05 REMT-TOTAL-BASE              PIC 9(13)V99
                                                      VALUE ZEROS.
           05 REMT-TOTAL-DEPOSITO          PIC 9(13)V99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(62)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELFGTS                    *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'APURACAO MENSAL DO FGTS - COMPETENCIA:  '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(33)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              'CODIGO NOME                       BASE  '.
           05 FILLER                       PIC X(40)  VALUE
              '  DEPOSITO         SALDO                '.
      *----------------------------------------------------------------*
       01  DET-FUN.
           05 DETF-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-BASE                    PIC ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-DEPOSITO                PIC ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-SALDO                   PIC Z.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL-VALOR.
           05 LINV-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINV-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(23)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB854S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB854S'.
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
           SORT FGTWK
                ASCENDING  KEY             SW-CODIGO
                                           SW-MODO
                                           SW-SEQ
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-APURA.

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
           ACCEPT WS-DATA-HOJE             FROM       DATE YYYYMMDD.

           OPEN  INPUT                     FGTPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO FGTPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  FGTPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
           OR    PAR-ANOMES                NOT NUMERIC
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'FGTPARM VAZIO OU COMPETENCIA NAO NUMERICA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           IF    PAR-MES                   LESS       1
           OR    PAR-MES                   GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'FGTPARM COM MES DE COMPETENCIA INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PAR-ANOMES                TO         WS-COMPETENCIA.
           MOVE  PAR-MES                   TO         CABT-MES.
           MOVE  PAR-ANO                   TO         CABT-ANO.
           CLOSE FGTPARM.

      * CNPJ DO EMPREGADOR PARA O HEADER DO RECOLHIMENTO.
           MOVE 'FGTS    '                 TO         WS-PGT-DOMINIO.
           MOVE 'CNPJEMPR'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:14) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARMMST FGTS/CNPJEMPR COM VALOR INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:14) TO     WS-CNPJ-EMPREGADOR
               WHEN 'V'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARMMST SEM LINHA VIGENTE FGTS/CNPJEMPR'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

      * SEM HISTORICO (35) EH A PRIMEIRA COMPETENCIA APURADA.
           OPEN  INPUT                     FGTSHIS.
           IF    WS-FS-HIS                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CHAVE-HIS
           ELSE
                 IF  WS-FS-HIS             NOT EQUAL  '00'
                     MOVE WS-FS-HIS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO HISTORICO FGTSHIS'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-HIS-ABERTO
                 PERFORM 4750-LER-FGTSHIS
                     THRU 4750-99-LER-FGTSHIS-EXIT
           END-IF.

           OPEN  OUTPUT  FGTSHISN  FGTSREM  RELFGTS.
           IF    WS-FS-HISN                NOT EQUAL  '00'
           OR    WS-FS-REM                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-HISN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-CNPJ-EMPREGADOR         TO         REMH-CNPJ.
           MOVE WS-COMPETENCIA             TO         REMH-COMPETENCIA.
           MOVE WS-DATA-HOJE               TO         REMH-DATA-GERACAO.
           WRITE REG-REM                   FROM       REM-HEADER.
           PERFORM 4690-FS-FGTSREM THRU 4690-99-FS-FGTSREM-EXIT.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * SO ENTRAM AS RODADAS DA COMPETENCIA; SEM MOVIMENTO (35) O      *
      * RECOLHIMENTO SAI SEM DETALHES E O HISTORICO EH SO COPIADO.     *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FGTSMOV.
           IF    WS-FS-FGM                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-FGM                 NOT EQUAL  '00'
                 MOVE WS-FS-FGM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO FGTSMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-RELEASE-MOVIMENTO
               THRU 2100-99-RELEASE-MOVIMENTO-EXIT
                   UNTIL WS-FS-FGM         EQUAL      '10'.

           CLOSE FGTSMOV.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-RELEASE-MOVIMENTO              SECTION.
      *================================================================*
           READ  FGTSMOV.
           IF  WS-FS-FGM   NOT EQUAL '00'
           AND WS-FS-FGM   NOT EQUAL '10'
               MOVE '2100-RELEASE-MOVIMENTO'
                                           TO         WS-CODIGO-AREA
               MOVE WS-FS-FGM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MOVIMENTO FGTSMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FGM                   NOT EQUAL  '00'
               GO TO 2100-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-FGM.
           IF  FGM-ANOMES                  NOT EQUAL  WS-COMPETENCIA
               ADD  1                      TO      WS-FORA-COMPETENCIA
               GO TO 2100-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           MOVE FGM-CODIGO                 TO         SW-CODIGO.
           MOVE FGM-MODO                   TO         SW-MODO.
           MOVE WS-LIDOS-FGM               TO         SW-SEQ.
           MOVE FGM-NOME                   TO         SW-NOME.
           MOVE FGM-BASE                   TO         SW-BASE.
           MOVE FGM-DEPOSITO               TO         SW-DEPOSITO.
           RELEASE REG-FGTWK.
      *----------------------------------------------------------------*
       2100-99-RELEASE-MOVIMENTO-EXIT.     EXIT.
      *================================================================*
       4000-APURA                          SECTION.
      *================================================================*
      * UM FUNCIONARIO POR VEZ; O HISTORICO ANDA JUNTO PELO CODIGO E,  *
      * NO FIM, O RESTANTE DELE EH COPIADO.                            *
      *----------------------------------------------------------------*
           MOVE '4000-APURA'               TO         WS-CODIGO-AREA.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-FUNCIONARIO  THRU 4100-99-FUNCIONARIO-EXIT
                   UNTIL WS-FIM-SORT-SIM.

           PERFORM 4700-COPIA-HISTORICO
               THRU 4700-99-COPIA-HISTORICO-EXIT
                   UNTIL WS-CHAVE-HIS      EQUAL      HIGH-VALUES.
      *----------------------------------------------------------------*
       4000-99-APURA-EXIT.                 EXIT.
      *================================================================*
       4100-FUNCIONARIO                    SECTION.
      *================================================================*
           MOVE SW-CODIGO                  TO         WS-CHAVE-FUN-NUM.
           MOVE SW-NOME                    TO         WS-FUN-NOME.
           MOVE ZEROS                      TO         WS-FUN-BASE
                                                      WS-FUN-DEPOSITO.

           PERFORM 4150-ACUMULA-RODADA
               THRU 4150-99-ACUMULA-RODADA-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-CODIGO         NOT EQUAL  WS-CHAVE-FUN-NUM.

      * HISTORICO DOS FUNCIONARIOS ANTERIORES, SEM MOVIMENTO NO MES.
           PERFORM 4700-COPIA-HISTORICO
               THRU 4700-99-COPIA-HISTORICO-EXIT
                   UNTIL WS-CHV-HIS-CODIGO NOT LESS   WS-CHAVE-FUN.

           MOVE ZEROS                      TO         WS-SALDO-ANTERIOR.
           PERFORM 4200-HISTORICO-FUNCIONARIO
               THRU 4200-99-HISTORICO-FUNCIONARIO-EXIT
                   UNTIL WS-CHV-HIS-CODIGO NOT EQUAL  WS-CHAVE-FUN.

           COMPUTE WS-SALDO-NOVO = WS-SALDO-ANTERIOR + WS-FUN-DEPOSITO.
           PERFORM 4300-GRAVA-COMPETENCIA
               THRU 4300-99-GRAVA-COMPETENCIA-EXIT.
      *----------------------------------------------------------------*
       4100-99-FUNCIONARIO-EXIT.           EXIT.
      *================================================================*
       4150-ACUMULA-RODADA                 SECTION.
      *================================================================*
      * A RODADA SO CONTA SE FOR A ULTIMA DO SEU MODO PARA O           *
      * FUNCIONARIO; UMA RODADA REPETIDA SUBSTITUI A ANTERIOR.         *
      *----------------------------------------------------------------*
           MOVE SW-CODIGO                  TO         WS-PEND-CODIGO.
           MOVE SW-MODO                    TO         WS-PEND-MODO.
           MOVE SW-BASE                    TO         WS-PEND-BASE.
           MOVE SW-DEPOSITO                TO         WS-PEND-DEPOSITO.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.

           IF  NOT WS-FIM-SORT-SIM
           AND SW-CODIGO                   EQUAL      WS-PEND-CODIGO
           AND SW-MODO                     EQUAL      WS-PEND-MODO
               ADD  1                      TO         WS-RODADAS-SUBST
           ELSE
               ADD  WS-PEND-BASE           TO         WS-FUN-BASE
               ADD  WS-PEND-DEPOSITO       TO         WS-FUN-DEPOSITO
           END-IF.
      *----------------------------------------------------------------*
       4150-99-ACUMULA-RODADA-EXIT.        EXIT.
      *================================================================*
       4200-HISTORICO-FUNCIONARIO          SECTION.
      *================================================================*
      * COMPETENCIAS ANTERIORES SAO COPIADAS E DAO O SALDO ANTERIOR;   *
      * A PROPRIA COMPETENCIA (REPROCESSAMENTO) EH SUBSTITUIDA.        *
      *----------------------------------------------------------------*
           IF  HIS-ANOMES                  EQUAL      WS-COMPETENCIA
               ADD  1                      TO         WS-COMPET-SUBST
               PERFORM 4750-LER-FGTSHIS THRU 4750-99-LER-FGTSHIS-EXIT
           ELSE
               MOVE HIS-SALDO              TO         WS-SALDO-ANTERIOR
               PERFORM 4700-COPIA-HISTORICO
                   THRU 4700-99-COPIA-HISTORICO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4200-99-HISTORICO-FUNCIONARIO-EXIT. EXIT.
      *================================================================*
       4300-GRAVA-COMPETENCIA              SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-HISN.
           MOVE WS-CHAVE-FUN-NUM           TO         HISN-CODIGO.
           MOVE WS-COMPETENCIA             TO         HISN-ANOMES.
           MOVE WS-FUN-BASE                TO         HISN-BASE.
           MOVE WS-FUN-DEPOSITO            TO         HISN-DEPOSITO.
           MOVE WS-SALDO-NOVO              TO         HISN-SALDO.
           MOVE WS-DATA-HOJE               TO         HISN-DATA-PROC.
           WRITE REG-HISN.
           PERFORM 4790-FS-FGTSHISN THRU 4790-99-FS-FGTSHISN-EXIT.

           MOVE WS-CHAVE-FUN-NUM           TO         REMD-CODIGO.
           MOVE WS-FUN-NOME                TO         REMD-NOME.
           MOVE WS-FUN-BASE                TO         REMD-BASE.
           MOVE WS-FUN-DEPOSITO            TO         REMD-DEPOSITO.
           WRITE REG-REM                   FROM       REM-DETALHE.
           PERFORM 4690-FS-FGTSREM THRU 4690-99-FS-FGTSREM-EXIT.

           MOVE WS-CHAVE-FUN-NUM           TO         DETF-CODIGO.
           MOVE WS-FUN-NOME                TO         DETF-NOME.
           MOVE WS-FUN-BASE                TO         DETF-BASE.
           MOVE WS-FUN-DEPOSITO            TO         DETF-DEPOSITO.
           MOVE WS-SALDO-NOVO              TO         DETF-SALDO.
           WRITE REG-REL                   FROM       DET-FUN.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.

           ADD  1                          TO         WS-FUNCIONARIOS.
           ADD  WS-FUN-BASE                TO         WS-TOT-BASE.
           ADD  WS-FUN-DEPOSITO            TO         WS-TOT-DEPOSITO.
      *----------------------------------------------------------------*
       4300-99-GRAVA-COMPETENCIA-EXIT.     EXIT.
      *================================================================*
       4690-FS-FGTSREM                     SECTION.
      *================================================================*
           IF  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RECOLHIMENTO FGTSREM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4690-99-FS-FGTSREM-EXIT.            EXIT.
      *================================================================*
       4700-COPIA-HISTORICO                SECTION.
      *================================================================*
           WRITE REG-HISN                  FROM       REG-HIS.
           PERFORM 4790-FS-FGTSHISN THRU 4790-99-FS-FGTSHISN-EXIT.

           PERFORM 4750-LER-FGTSHIS THRU 4750-99-LER-FGTSHIS-EXIT.
      *----------------------------------------------------------------*
       4700-99-COPIA-HISTORICO-EXIT.       EXIT.
      *================================================================*
       4750-LER-FGTSHIS                    SECTION.
      *================================================================*
           READ  FGTSHIS.
           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE '4750-LER-FGTSHIS'     TO         WS-CODIGO-AREA
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO FGTSHIS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-HIS
               GO TO 4750-99-LER-FGTSHIS-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HIS.
           MOVE HIS-CODIGO                 TO      WS-CHVN-HIS-CODIGO.
           MOVE HIS-ANOMES                 TO      WS-CHVN-HIS-ANOMES.
           IF  WS-CHAVE-HIS                NOT GREATER WS-CHAVE-HIS-ANT
               MOVE '4750-LER-FGTSHIS'     TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'HISTORICO FGTSHIS FORA DE ORDEM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-CHAVE-HIS               TO         WS-CHAVE-HIS-ANT.

      * APURAR UM MES JA SUPERADO NO HISTORICO QUEBRARIA OS SALDOS.
           IF  HIS-ANOMES                  GREATER    WS-COMPETENCIA
               MOVE '4750-LER-FGTSHIS'     TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'FGTSHIS COM COMPETENCIA POSTERIOR A DO FGTPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4750-99-LER-FGTSHIS-EXIT.           EXIT.
      *================================================================*
       4790-FS-FGTSHISN                    SECTION.
      *================================================================*
           IF  WS-FS-HISN                  NOT EQUAL  '00'
               MOVE WS-FS-HISN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO NOVO FGTSHISN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HISN.
      *----------------------------------------------------------------*
       4790-99-FS-FGTSHISN-EXIT.           EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN FGTWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELFGTS                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELFGTS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELFGTS-EXIT.            EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE WS-FUNCIONARIOS            TO         REMT-QTDE.
           MOVE WS-TOT-BASE                TO         REMT-TOTAL-BASE.
           MOVE WS-TOT-DEPOSITO            TO      REMT-TOTAL-DEPOSITO.
           WRITE REG-REM                   FROM       REM-TRAILER.
           PERFORM 4690-FS-FGTSREM THRU 4690-99-FS-FGTSREM-EXIT.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.

           MOVE 'FUNCIONARIOS NO RECOLHIMENTO...........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-FUNCIONARIOS            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RODADAS SUBSTITUIDAS POR REPETICAO.....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-RODADAS-SUBST           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'COMPETENCIA REPROCESSADA (SUBSTITUIDA).:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-COMPET-SUBST            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'TOTAL DA BASE DE CALCULO...............:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-BASE                TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.

           MOVE 'TOTAL A DEPOSITAR......................:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-DEPOSITO            TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.

           IF  WS-TOT-DEPOSITO             GREATER    ZEROS
               PERFORM 8600-GRAVA-CTBMOV
                   THRU 8600-99-GRAVA-CTBMOV-EXIT
           END-IF.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELFGTS THRU 8000-99-FS-RELFGTS-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       8600-GRAVA-CTBMOV                   SECTION.
      *================================================================*
      * FGTS DA COMPETENCIA VAI PARA O MOVIMENTO CONTABIL CTBMOV       *
      * (FONTE FOLHAFGT), LANCADO PELO VRB788S. O ARQUIVO EH           *
      * ESTENDIDO; AUSENTE, EH CRIADO.                                 *
      *----------------------------------------------------------------*
           MOVE '8600-GRAVA-CTBMOV'        TO         WS-CODIGO-AREA.

           OPEN  EXTEND                    CTBMOV.
           IF    WS-FS-MOV                 EQUAL      '35'
                 OPEN OUTPUT               CTBMOV
           END-IF.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-MOV.
           MOVE 'FOLHAFGT'                 TO         MOV-FONTE.
           MOVE WS-COMPETENCIA             TO         MOV-ANOMES.
           MOVE WS-TOT-DEPOSITO            TO         MOV-VALOR.
           MOVE 'VRB854S'                  TO         MOV-PROGRAMA.
           MOVE WS-DATA-HOJE               TO         MOV-DATA.
           WRITE REG-MOV.
           IF  WS-FS-MOV                   NOT EQUAL  '00'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           CLOSE CTBMOV.
      *----------------------------------------------------------------*
       8600-99-GRAVA-CTBMOV-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE FGTSHISN  FGTSREM  RELFGTS.
           IF    WS-HIS-ABERTO             EQUAL      'S'
                 CLOSE FGTSHIS
           END-IF.

           IF  WS-FS-HISN                  NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-HISN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* COMPETENCIA           =    ' WS-COMPETENCIA.
           DISPLAY '* LIDOS NO FGTSMOV      =    ' WS-LIDOS-FGM.
           DISPLAY '* FORA DA COMPETENCIA   =    ' WS-FORA-COMPETENCIA.
           DISPLAY '* RODADAS SUBSTITUIDAS  =    ' WS-RODADAS-SUBST.
           DISPLAY '* FUNCIONARIOS          =    ' WS-FUNCIONARIOS.
           DISPLAY '* LIDOS NO FGTSHIS      =    ' WS-LIDOS-HIS.
           DISPLAY '* GRAVADOS NO FGTSHISN  =    ' WS-GRAVADOS-HISN.
           DISPLAY '* TOTAL DEPOSITO        =    ' WS-TOT-DEPOSITO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-FGM              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-HISN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB854S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
