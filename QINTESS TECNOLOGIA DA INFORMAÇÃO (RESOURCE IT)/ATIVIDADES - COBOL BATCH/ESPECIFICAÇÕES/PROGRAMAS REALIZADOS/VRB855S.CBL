       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB855S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: INFORME ANUAL DE RENDIMENTOS DA FOLHA. RODA EM       *
      * JANEIRO COM O ANO-BASE NO CARTAO INFPARM. LE O HISTORICO DE    *
      * FOLHA FOLHIST (ESTENDIDO PELO VRB740S A CADA RODADA) E:        *
      *   1. DE CADA FUNCIONARIO, COMPETENCIA E MODO VALE A ULTIMA     *
      *      RODADA (RODADA REPETIDA SUBSTITUI A ANTERIOR);            *
      *   2. SOMA O ANO-BASE POR FUNCIONARIO: RENDIMENTO TRIBUTAVEL    *
      *      (MENSAL E FERIAS), INSS, IRRF RETIDO, 13O SALARIO COM     *
      *      TRIBUTACAO EXCLUSIVA (PARCELAS 1 E 2, COM O INSS E O IRRF *
      *      DELE), RENDIMENTO ISENTO E O CONSIGNADO DESCONTADO;       *
      *   3. IMPRIME O INFORME DE CADA FUNCIONARIO EM RELINFO;         *
      *   4. GERA A DECLARACAO ANUAL DE RETENCOES DIRFREM PARA A       *
      *      RECEITA (HEADER COM O CNPJ DO PARMMST DIRF/CNPJEMPR, UM   *
      *      DETALHE POR BENEFICIARIO, TRAILER COM TOTAIS);            *
      *   5. REGRAVA O HISTORICO EM FOLHISTN SEM AS RODADAS            *
      *      SUBSTITUIDAS E SEM AS COMPETENCIAS ANTERIORES AO          *
      *      ANO-BASE (O MASTER GUARDA O ANO-BASE E O ANO CORRENTE).   *
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

           SELECT INFPARM        ASSIGN TO INFPARM
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT FOLHIST        ASSIGN TO FOLHIST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT FOLHISTN       ASSIGN TO FOLHISTN
           FILE STATUS           IS        WS-FS-HSTN.
      *----------------------------------------------------------------*
           SELECT HSTWK          ASSIGN TO HSTWK.
      *----------------------------------------------------------------*
           SELECT DIRFREM        ASSIGN TO DIRFREM
           FILE STATUS           IS        WS-FS-DIR.
      *----------------------------------------------------------------*
           SELECT RELINFO        ASSIGN TO RELINFO
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  INFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-ANO-BASE                 PIC 9(04).
           05 FILLER                       PIC X(76).
      *----------------------------------------------------------------*
      *   HISTORICO DE FOLHA ESTENDIDO PELO VRB740S A CADA RODADA      *
      *----------------------------------------------------------------*
       FD  FOLHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-HST.

       01  REG-HST.
           05 HST-CODIGO                   PIC 9(05).
           05 HST-NOME                     PIC X(20).
           05 HST-ANOMES                   PIC 9(06).
           05 HST-MODO                     PIC X(01).
           05 FILLER                       PIC X(68).
      *----------------------------------------------------------------*
       FD  FOLHISTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-HSTN.

       01  REG-HSTN                        PIC X(100).
      *----------------------------------------------------------------*
       SD  HSTWK.

       01  REG-HSTWK.
           05 SW-CODIGO                    PIC 9(05).
           05 SW-ANOMES                    PIC 9(06).
           05 SW-MODO                      PIC X(01).
           05 SW-SEQ                       PIC 9(07).
           05 SW-REGISTRO                  PIC X(100).
      *----------------------------------------------------------------*
      *   DECLARACAO ANUAL DE RETENCOES NA FONTE (120 POSICOES)        *
      *----------------------------------------------------------------*
       FD  DIRFREM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-DIR.

       01  REG-DIR                         PIC X(120).
      *----------------------------------------------------------------*
       FD  RELINFO
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-HSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-DIR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
       77  WS-TEM-ANO-BASE                 PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-HST                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-HSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-RODADAS-SUBST                PIC 9(07)     VALUE ZEROS.
       77  WS-EXPURGADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-BENEFICIARIOS                PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-TRIBUTAVEL               PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-IRRF                     PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-13                       PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-IRRF-13                  PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATA E ANO-BASE                                *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANO-BASE                     PIC 9(04)     VALUE ZEROS.
       77  WS-ANOMES-CORTE                 PIC 9(06)     VALUE ZEROS.
       77  WS-CNPJ-EMPREGADOR              PIC 9(14)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        RODADA PENDENTE (VALE SE FOR A ULTIMA DO SEU MODO)      *
      *----------------------------------------------------------------*
       01  WS-HST.
           05 WS-HST-CODIGO                PIC 9(05).
           05 WS-HST-NOME                  PIC X(20).
           05 WS-HST-ANOMES                PIC 9(06).
           05 WS-HST-ANOMES-R REDEFINES WS-HST-ANOMES.
              10 WS-HST-ANO                PIC 9(04).
              10 WS-HST-MES                PIC 9(02).
           05 WS-HST-MODO                  PIC X(01).
           05 WS-HST-BRUTO                 PIC 9(07)V99.
           05 WS-HST-INSS                  PIC 9(07)V99.
           05 WS-HST-IRRF                  PIC 9(07)V99.
           05 WS-HST-CONSIGNADO            PIC 9(07)V99.
           05 WS-HST-LIQUIDO               PIC 9(07)V99.
           05 WS-HST-ISENTO                PIC 9(07)V99.
           05 WS-HST-DATA                  PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
      *                 ACUMULADOS DO BENEFICIARIO                     *
      *----------------------------------------------------------------*
       77  WS-COD-ATUAL                    PIC 9(05)     VALUE ZEROS.
       77  WS-BEN-NOME                     PIC X(20)     VALUE SPACES.
       77  WS-BEN-TRIBUTAVEL               PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-INSS                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-IRRF                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-13                       PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-INSS-13                  PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-IRRF-13                  PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-ISENTO                   PIC 9(09)V99  VALUE ZEROS.
       77  WS-BEN-CONSIGNADO               PIC 9(09)V99  VALUE ZEROS.
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
      *                 LAYOUT DO ARQUIVO DIRFREM                      *
      *----------------------------------------------------------------*
       01  DIR-HEADER.
           05 DIRH-TIPO                    PIC X(01)  VALUE '0'.
           05 DIRH-CNPJ                    PIC 9(14)  VALUE ZEROS.
           05 DIRH-ANO-BASE                PIC 9(04)  VALUE ZEROS.
           05 DIRH-DATA-GERACAO            PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(93)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DIR-DETALHE.
           05 DIRD-TIPO                    PIC X(01)  VALUE '1'.
           05 DIRD-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 DIRD-NOME                    PIC X(20)  VALUE SPACES.
           05 DIRD-TRIBUTAVEL              PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-INSS                    PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-IRRF                    PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-13                      PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-INSS-13                 PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-IRRF-13                 PIC 9(09)V99
                                                      VALUE ZEROS.
           05 DIRD-ISENTO                  PIC 9(09)V99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DIR-TRAILER.
           05 DIRT-TIPO                    PIC X(01)  VALUE '9'.
           05 DIRT-QTDE                    PIC 9(07)  VALUE ZEROS.
           05 DIRT-TOTAL-TRIBUTAVEL        PIC 9(13)V99
                                                      VALUE ZEROS.
           05 DIRT-TOTAL-IRRF              PIC 9(13)V99
                                                      VALUE ZEROS.
           05 DIRT-TOTAL-13                PIC 9(13)V99
                                                      VALUE ZEROS.
           05 DIRT-TOTAL-IRRF-13           PIC 9(13)V99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(52)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO INFORME RELINFO                      *
      *----------------------------------------------------------------*
       01  INF-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'COMPROVANTE DE RENDIMENTOS PAGOS E DE RE'.
           05 FILLER                       PIC X(26)  VALUE
                          'TENCAO NA FONTE - ANO-BASE'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 INFT-ANO-BASE                PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(09)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  INF-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  INF-FONTE.
           05 FILLER                       PIC X(27)  VALUE
                          'FONTE PAGADORA - CNPJ.....:'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 INFF-CNPJ                    PIC 9(14)  VALUE ZEROS.
           05 FILLER                       PIC X(38)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  INF-BENEFICIARIO.
           05 FILLER                       PIC X(27)  VALUE
                          'BENEFICIARIO - MATRICULA..:'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 INFB-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 INFB-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(25)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  INF-LINHA.
           05 INFL-DESCRICAO               PIC X(50)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 INFL-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE SPACES.
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
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB855S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB855S'.
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
           SORT HSTWK
                ASCENDING  KEY             SW-CODIGO
                                           SW-ANOMES
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

           OPEN  INPUT                     INFPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO INFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  INFPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
           OR    PAR-ANO-BASE              NOT NUMERIC
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'INFPARM VAZIO OU ANO-BASE NAO NUMERICO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           IF    PAR-ANO-BASE              LESS       2000
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'INFPARM COM ANO-BASE INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PAR-ANO-BASE              TO         WS-ANO-BASE.
           COMPUTE WS-ANOMES-CORTE = WS-ANO-BASE * 100 + 1.
           CLOSE INFPARM.

      * CNPJ DA FONTE PAGADORA PARA O INFORME E A DECLARACAO.
           MOVE 'DIRF    '                 TO         WS-PGT-DOMINIO.
           MOVE 'CNPJEMPR'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:14) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARMMST DIRF/CNPJEMPR COM VALOR INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:14) TO     WS-CNPJ-EMPREGADOR
               WHEN 'V'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARMMST SEM LINHA VIGENTE DIRF/CNPJEMPR'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           OPEN  OUTPUT  FOLHISTN  DIRFREM  RELINFO.
           IF    WS-FS-HSTN                NOT EQUAL  '00'
           OR    WS-FS-DIR                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-HSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-CNPJ-EMPREGADOR         TO         DIRH-CNPJ
                                                      INFF-CNPJ.
           MOVE WS-ANO-BASE                TO         DIRH-ANO-BASE
                                                      INFT-ANO-BASE.
           MOVE WS-DATA-HOJE               TO         DIRH-DATA-GERACAO.
           WRITE REG-DIR                   FROM       DIR-HEADER.
           PERFORM 4690-FS-DIRFREM THRU 4690-99-FS-DIRFREM-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * TODO O HISTORICO ENTRA NO SORT: O ANO-BASE VAI PARA O INFORME  *
      * E O QUE NAO FOR EXPURGADO VOLTA PARA O FOLHISTN. SEM HISTORICO *
      * (35) SAEM SO HEADER E TRAILER.                                 *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FOLHIST.
           IF    WS-FS-HST                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-RELEASE-HISTORICO
               THRU 2100-99-RELEASE-HISTORICO-EXIT
                   UNTIL WS-FS-HST         EQUAL      '10'.

           CLOSE FOLHIST.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-RELEASE-HISTORICO              SECTION.
      *================================================================*
           READ  FOLHIST.
           IF  WS-FS-HST   NOT EQUAL '00'
           AND WS-FS-HST   NOT EQUAL '10'
               MOVE '2100-RELEASE-HISTORICO'
                                           TO         WS-CODIGO-AREA
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               GO TO 2100-99-RELEASE-HISTORICO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HST.
           MOVE HST-CODIGO                 TO         SW-CODIGO.
           MOVE HST-ANOMES                 TO         SW-ANOMES.
           MOVE HST-MODO                   TO         SW-MODO.
           MOVE WS-LIDOS-HST               TO         SW-SEQ.
           MOVE REG-HST                    TO         SW-REGISTRO.
           RELEASE REG-HSTWK.
      *----------------------------------------------------------------*
       2100-99-RELEASE-HISTORICO-EXIT.     EXIT.
      *================================================================*
       4000-APURA                          SECTION.
      *================================================================*
           MOVE '4000-APURA'               TO         WS-CODIGO-AREA.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-FUNCIONARIO  THRU 4100-99-FUNCIONARIO-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-APURA-EXIT.                 EXIT.
      *================================================================*
       4100-FUNCIONARIO                    SECTION.
      *================================================================*
           MOVE SW-CODIGO                  TO         WS-COD-ATUAL.
           MOVE 'N'                        TO         WS-TEM-ANO-BASE.
           MOVE SPACES                     TO         WS-BEN-NOME.
           MOVE ZEROS                      TO         WS-BEN-TRIBUTAVEL
                                                      WS-BEN-INSS
                                                      WS-BEN-IRRF
                                                      WS-BEN-13
                                                      WS-BEN-INSS-13
                                                      WS-BEN-IRRF-13
                                                      WS-BEN-ISENTO
                                                     WS-BEN-CONSIGNADO.

           PERFORM 4150-RODADA THRU 4150-99-RODADA-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-CODIGO         NOT EQUAL  WS-COD-ATUAL.

           IF  WS-TEM-ANO-BASE             EQUAL      'S'
               PERFORM 4300-INFORME THRU 4300-99-INFORME-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4100-99-FUNCIONARIO-EXIT.           EXIT.
      *================================================================*
       4150-RODADA                         SECTION.
      *================================================================*
      * A RODADA SO VALE SE FOR A ULTIMA DA COMPETENCIA E MODO PARA O  *
      * FUNCIONARIO; UMA RODADA REPETIDA SUBSTITUI A ANTERIOR.         *
      *----------------------------------------------------------------*
           MOVE SW-REGISTRO                TO         WS-HST.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.

           IF  NOT WS-FIM-SORT-SIM
           AND SW-CODIGO                   EQUAL      WS-HST-CODIGO
           AND SW-ANOMES                   EQUAL      WS-HST-ANOMES
           AND SW-MODO                     EQUAL      WS-HST-MODO
               ADD  1                      TO         WS-RODADAS-SUBST
           ELSE
               PERFORM 4200-GUARDA-RODADA
                   THRU 4200-99-GUARDA-RODADA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4150-99-RODADA-EXIT.                EXIT.
      *================================================================*
       4200-GUARDA-RODADA                  SECTION.
      *================================================================*
      * COMPETENCIAS ANTERIORES AO ANO-BASE SAEM DO MASTER. NO         *
      * ANO-BASE, AS PARCELAS DO 13O ('1' E '2') TEM TRIBUTACAO        *
      * EXCLUSIVA; MENSAL E FERIAS COMPOEM O RENDIMENTO TRIBUTAVEL.    *
      *----------------------------------------------------------------*
           IF  WS-HST-ANOMES               LESS       WS-ANOMES-CORTE
               ADD  1                      TO         WS-EXPURGADOS
               GO TO 4200-99-GUARDA-RODADA-EXIT
           END-IF.

           WRITE REG-HSTN                  FROM       WS-HST.
           IF  WS-FS-HSTN                  NOT EQUAL  '00'
               MOVE '4200-GUARDA-RODADA'   TO         WS-CODIGO-AREA
               MOVE WS-FS-HSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO NOVO FOLHISTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HSTN.

           IF  WS-HST-ANO                  NOT EQUAL  WS-ANO-BASE
               GO TO 4200-99-GUARDA-RODADA-EXIT
           END-IF.

           MOVE 'S'                        TO         WS-TEM-ANO-BASE.
           MOVE WS-HST-NOME                TO         WS-BEN-NOME.
           IF  WS-HST-MODO                 EQUAL      '1'
           OR  WS-HST-MODO                 EQUAL      '2'
               ADD  WS-HST-BRUTO           TO         WS-BEN-13
               ADD  WS-HST-INSS            TO         WS-BEN-INSS-13
               ADD  WS-HST-IRRF            TO         WS-BEN-IRRF-13
           ELSE
               ADD  WS-HST-BRUTO           TO         WS-BEN-TRIBUTAVEL
               ADD  WS-HST-INSS            TO         WS-BEN-INSS
               ADD  WS-HST-IRRF            TO         WS-BEN-IRRF
           END-IF.
           ADD  WS-HST-ISENTO              TO         WS-BEN-ISENTO.
           ADD  WS-HST-CONSIGNADO          TO         WS-BEN-CONSIGNADO.
      *----------------------------------------------------------------*
       4200-99-GUARDA-RODADA-EXIT.         EXIT.
      *================================================================*
       4300-INFORME                        SECTION.
      *================================================================*
           MOVE '4300-INFORME'             TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       INF-TITULO.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
           WRITE REG-REL                   FROM       INF-TRACO.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
           WRITE REG-REL                   FROM       INF-FONTE.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
           MOVE WS-COD-ATUAL               TO         INFB-CODIGO.
           MOVE WS-BEN-NOME                TO         INFB-NOME.
           WRITE REG-REL                   FROM       INF-BENEFICIARIO.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
           WRITE REG-REL                   FROM       INF-TRACO.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.

           MOVE '1. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-TRIBUTAVEL          TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '2. CONTRIBUICAO PREVIDENCIARIA OFICIAL'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-INSS                TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '3. IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-IRRF                TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-ISENTO              TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '5. DECIMO TERCEIRO SALARIO (TRIBUTACAO EXCLUSIVA)'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-13                  TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '   CONTRIBUICAO PREVIDENCIARIA SOBRE O 13O'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-INSS-13             TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '   IMPOSTO RETIDO SOBRE O 13O'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-IRRF-13             TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE '6. CONSIGNADO DESCONTADO NO ANO (INFORMATIVO)'
                                           TO         INFL-DESCRICAO.
           MOVE WS-BEN-CONSIGNADO          TO         INFL-VALOR.
           PERFORM 4350-LINHA-INFORME THRU 4350-99-LINHA-INFORME-EXIT.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.

           MOVE WS-COD-ATUAL               TO         DIRD-CODIGO.
           MOVE WS-BEN-NOME                TO         DIRD-NOME.
           MOVE WS-BEN-TRIBUTAVEL          TO         DIRD-TRIBUTAVEL.
           MOVE WS-BEN-INSS                TO         DIRD-INSS.
           MOVE WS-BEN-IRRF                TO         DIRD-IRRF.
           MOVE WS-BEN-13                  TO         DIRD-13.
           MOVE WS-BEN-INSS-13             TO         DIRD-INSS-13.
           MOVE WS-BEN-IRRF-13             TO         DIRD-IRRF-13.
           MOVE WS-BEN-ISENTO              TO         DIRD-ISENTO.
           WRITE REG-DIR                   FROM       DIR-DETALHE.
           PERFORM 4690-FS-DIRFREM THRU 4690-99-FS-DIRFREM-EXIT.

           ADD  1                          TO         WS-BENEFICIARIOS.
           ADD  WS-BEN-TRIBUTAVEL          TO         WS-TOT-TRIBUTAVEL.
           ADD  WS-BEN-IRRF                TO         WS-TOT-IRRF.
           ADD  WS-BEN-13                  TO         WS-TOT-13.
           ADD  WS-BEN-IRRF-13             TO         WS-TOT-IRRF-13.
      *----------------------------------------------------------------*
       4300-99-INFORME-EXIT.               EXIT.
      *================================================================*
       4350-LINHA-INFORME                  SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       INF-LINHA.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
      *----------------------------------------------------------------*
       4350-99-LINHA-INFORME-EXIT.         EXIT.
      *================================================================*
       4690-FS-DIRFREM                     SECTION.
      *================================================================*
           IF  WS-FS-DIR                   NOT EQUAL  '00'
               MOVE WS-FS-DIR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR DECLARACAO DIRFREM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4690-99-FS-DIRFREM-EXIT.            EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN HSTWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELINFO                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELINFO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELINFO-EXIT.            EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE WS-BENEFICIARIOS           TO         DIRT-QTDE.
           MOVE WS-TOT-TRIBUTAVEL          TO    DIRT-TOTAL-TRIBUTAVEL.
           MOVE WS-TOT-IRRF                TO         DIRT-TOTAL-IRRF.
           MOVE WS-TOT-13                  TO         DIRT-TOTAL-13.
           MOVE WS-TOT-IRRF-13             TO       DIRT-TOTAL-IRRF-13.
           WRITE REG-DIR                   FROM       DIR-TRAILER.
           PERFORM 4690-FS-DIRFREM THRU 4690-99-FS-DIRFREM-EXIT.

           WRITE REG-REL                   FROM       INF-TRACO.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.

           MOVE 'BENEFICIARIOS NO ANO-BASE..............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-BENEFICIARIOS           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RODADAS SUBSTITUIDAS POR REPETICAO.....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-RODADAS-SUBST           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RODADAS EXPURGADAS DO HISTORICO........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-EXPURGADOS              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'TOTAL DE RENDIMENTOS TRIBUTAVEIS.......:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-TRIBUTAVEL          TO         LINV-VALOR.
           PERFORM 8520-GRAVA-VALOR THRU 8520-99-GRAVA-VALOR-EXIT.

           MOVE 'TOTAL DE IRRF RETIDO...................:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-IRRF                TO         LINV-VALOR.
           PERFORM 8520-GRAVA-VALOR THRU 8520-99-GRAVA-VALOR-EXIT.

           MOVE 'TOTAL DE 13O SALARIO...................:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-13                  TO         LINV-VALOR.
           PERFORM 8520-GRAVA-VALOR THRU 8520-99-GRAVA-VALOR-EXIT.

           MOVE 'TOTAL DE IRRF SOBRE O 13O..............:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-IRRF-13             TO         LINV-VALOR.
           PERFORM 8520-GRAVA-VALOR THRU 8520-99-GRAVA-VALOR-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       8520-GRAVA-VALOR                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELINFO THRU 8000-99-FS-RELINFO-EXIT.
      *----------------------------------------------------------------*
       8520-99-GRAVA-VALOR-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE FOLHISTN  DIRFREM  RELINFO.

           IF  WS-FS-HSTN                  NOT EQUAL  '00'
           OR  WS-FS-DIR                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-HSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ANO-BASE              =    ' WS-ANO-BASE.
           DISPLAY '* LIDOS NO FOLHIST      =    ' WS-LIDOS-HST.
           DISPLAY '* RODADAS SUBSTITUIDAS  =    ' WS-RODADAS-SUBST.
           DISPLAY '* RODADAS EXPURGADAS    =    ' WS-EXPURGADOS.
           DISPLAY '* GRAVADOS NO FOLHISTN  =    ' WS-GRAVADOS-HSTN.
           DISPLAY '* BENEFICIARIOS         =    ' WS-BENEFICIARIOS.
           DISPLAY '* TOTAL TRIBUTAVEL      =    ' WS-TOT-TRIBUTAVEL.
           DISPLAY '* TOTAL IRRF            =    ' WS-TOT-IRRF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-HST              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-HSTN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB855S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
