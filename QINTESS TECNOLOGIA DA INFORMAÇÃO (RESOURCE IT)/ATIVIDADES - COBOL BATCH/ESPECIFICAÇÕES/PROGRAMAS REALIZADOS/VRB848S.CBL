       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB848S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA MENSAL DE LIMITE DE IDADE DOS DEPENDENTES DO  *
      * CLUBE. LE O CADASTRO DE DEPENDENTES DEPMST (VRB847S) E MARCA   *
      * COM SITUACAO 'L' O DEPENDENTE ATIVO QUE ATINGE, ATE O ULTIMO   *
      * DIA DO MES DE REFERENCIA (DEPPARM, AAAAMM), A IDADE LIMITE DA  *
      * CATEGORIA 'D' NA TABELA PRCPARM (CAMPO IDADE LIMITE DA ENTRADA *
      * DE MAIOR VIGENCIA ATE O FIM DO MES; SEM A INFORMACAO VALE 24   *
      * ANOS). CONJUGE (PARENTESCO 'C') E O PROPRIO TITULAR NAO SAEM   *
      * POR IDADE. A DATA DE CONVERSAO GRAVADA EH O DIA 1 DO MES       *
      * SEGUINTE: O FATURAMENTO VRB737S DAQUELE MES CONVERTE O         *
      * DEPENDENTE EM SOCIO TITULAR COM MENSALIDADE PROPRIA.           *
      * PARA CADA DEPENDENTE MARCADO IMPRIME A CARTA DE AVISO (DEPCART)*
      * NO ENDERECO DO CADEND DO SOCIO TITULAR (CPF DA SEQUENCIA 00);  *
      * TITULAR SEM CPF, SEM ENDERECO OU COM ENDERECO EM BUSCA SAI NO  *
      * ARQUIVO DE EXCECOES DEPSEME (MESMO TRATAMENTO DO CARSEME DO    *
      * VRB704S) - A MARCACAO VALE DO MESMO JEITO.                     *
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

           SELECT DEPPARM        ASSIGN TO DEPPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT PRCPARM        ASSIGN TO PRCPARM
           FILE STATUS           IS        WS-FS-PRC.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT DEPMSTN        ASSIGN TO DEPMSTN
           FILE STATUS           IS        WS-FS-MSTN.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT DEPCART        ASSIGN TO DEPCART
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT DEPSEME        ASSIGN TO DEPSEME
           FILE STATUS           IS        WS-FS-SEME.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  DEPPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES-REF              PIC 9(06).
           05 PARM-ANOMES-REF-R            REDEFINES
              PARM-ANOMES-REF.
              10 PARM-ANO-REF              PIC 9(04).
              10 PARM-MES-REF              PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  PRCPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRC.

       01  REG-PRC.
           05 PRC-CATEGORIA                PIC X(01).
           05 PRC-DATA-VIGENCIA            PIC 9(08).
           05 PRC-VALOR                    PIC 9(09)V9(02).
           05 PRC-IDADE-LIMITE             PIC 9(03).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
       FD  DEPMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-MST.

       01  REG-MST.
           05 DEP-SOCIO                    PIC 9(06).
           05 DEP-SEQ                      PIC 9(02).
           05 DEP-NOME                     PIC X(30).
           05 DEP-CPF                      PIC 9(11).
           05 DEP-PARENTESCO               PIC X(01).
              88 DEP-PAR-TITULAR                        VALUE 'T'.
              88 DEP-PAR-CONJUGE                        VALUE 'C'.
           05 DEP-DATA-NASCTO              PIC 9(08).
           05 DEP-DATA-NASCTO-R            REDEFINES
              DEP-DATA-NASCTO.
              10 DEP-NAS-ANO               PIC 9(04).
              10 DEP-NAS-MES               PIC 9(02).
              10 DEP-NAS-DIA               PIC 9(02).
           05 DEP-SITUACAO                 PIC X(01).
              88 DEP-SIT-ATIVO                          VALUE 'A'.
              88 DEP-SIT-LIMITE                         VALUE 'L'.
           05 DEP-DATA-CONVERSAO           PIC 9(08).
           05 FILLER                       PIC X(33).
      *----------------------------------------------------------------*
       FD  DEPMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-MSTN.

       01  REG-MSTN.
           05 DEPN-SOCIO                   PIC 9(06).
           05 DEPN-SEQ                     PIC 9(02).
           05 DEPN-NOME                    PIC X(30).
           05 DEPN-CPF                     PIC 9(11).
           05 DEPN-PARENTESCO              PIC X(01).
           05 DEPN-DATA-NASCTO             PIC 9(08).
           05 DEPN-SITUACAO                PIC X(01).
           05 DEPN-DATA-CONVERSAO          PIC 9(08).
           05 FILLER                       PIC X(33).
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
           05 END-SITUACAO                 PIC X(01).
              88 END-SIT-EM-BUSCA                       VALUE 'B'.
           05 END-QTDE-DEVOLUCAO           PIC 9(02).
           05 END-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  DEPCART
           LABEL       RECORD IS OMITTED.

       01  REG-CAR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  DEPSEME
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SEME.

       01  REG-SEME.
           05 SEME-SOCIO                   PIC 9(06).
           05 SEME-SEQ                     PIC 9(02).
           05 SEME-NOME                    PIC X(30).
           05 SEME-MOTIVO                  PIC X(30).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-PRC                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEME                      PIC X(02)     VALUE '00'.
       77  WS-MST-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-MARCADOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-CARTAS                       PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-ENDERECO                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *              DATAS E IDADE LIMITE DA RODADA                    *
      *----------------------------------------------------------------*
       77  WS-FIM-MES-REF                  PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-CONVERSAO               PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-IDADE-LIMITE                 PIC 9(03)     VALUE 24.
       77  WS-VIGENCIA-ACHADA              PIC 9(08)     VALUE ZEROS.
       01  WS-PROX-MES.
           05 WS-PROX-ANO                  PIC 9(04)     VALUE ZEROS.
           05 WS-PROX-MES-NUM              PIC 9(02)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *       TITULAR CORRENTE (SEQUENCIA 00 DO MESMO SOCIO)           *
      *----------------------------------------------------------------*
       77  WS-TIT-SOCIO                    PIC 9(06)     VALUE ZEROS.
       77  WS-TIT-NOME                     PIC X(30)     VALUE SPACES.
       77  WS-TIT-CPF                      PIC 9(11)     VALUE ZEROS.
       77  WS-ACHOU-END                    PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-END-SIM                           VALUE 'S'.
           88 WS-ACHOU-END-BUSCA                         VALUE 'B'.
           88 WS-ACHOU-END-SEM-CPF                       VALUE 'C'.
      *----------------------------------------------------------------*
      *                     LINHAS DA CARTA                            *
      *----------------------------------------------------------------*
       01  CAR-SEPARA.
           05 FILLER                       PIC X(80)  VALUE ALL '='.
      *----------------------------------------------------------------*
       01  CAR-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'AVISO DE LIMITE DE IDADE DE DEPENDENTE  '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-DESTINO.
           05 FILLER                       PIC X(06)  VALUE 'PARA: '.
           05 CARD-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE
                                           '  SOCIO: '.
           05 CARD-SOCIO                   PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-ENDER-1.
           05 FILLER                       PIC X(10)  VALUE
                                           'ENDERECO: '.
           05 CARE-LOGRADOURO              PIC X(40)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE ', '.
           05 CARE-NUMERO                  PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-ENDER-2.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 CARE-CIDADE                  PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE ' - '.
           05 CARE-UF                      PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE '  CEP: '.
           05 CARE-CEP                     PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-DEPENDENTE.
           05 FILLER                       PIC X(12)  VALUE
                                           'DEPENDENTE: '.
           05 CARP-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(14)  VALUE
                                           '  NASCIMENTO: '.
           05 CARP-NAS-DIA                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CARP-NAS-MES                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CARP-NAS-ANO                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(14)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-1.
           05 FILLER                       PIC X(37)  VALUE
                          'O DEPENDENTE ATINGE A IDADE LIMITE DE'.
           05 CART-IDADE                   PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(40)  VALUE
                          ' ANOS DA CATEGORIA DE DEPENDENTE.    '.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-2.
           05 FILLER                       PIC X(12)  VALUE
                          'A PARTIR DE '.
           05 CART-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CART-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(61)  VALUE
              ' PASSA A SOCIO TITULAR, COM MENSALIDADE PROPRIA.'.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB848S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB848S'.
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
                   UNTIL WS-FS-MST         EQUAL '10'.
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

           OPEN  INPUT                     DEPPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO DEPPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  DEPPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO DEPPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE DEPPARM.

           IF    PARM-ANOMES-REF           NOT NUMERIC
           OR    PARM-MES-REF              LESS       1
           OR    PARM-MES-REF              GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MES DE REFERENCIA INVALIDO NO DEPPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    FIM DO MES (DIA 31 BASTA PARA A COMPARACAO AAAAMMDD) E DIA 1
      *    DO MES SEGUINTE, DATA EM QUE A CONVERSAO PASSA A VALER
           COMPUTE WS-FIM-MES-REF = PARM-ANOMES-REF * 100 + 31.
           MOVE PARM-ANO-REF               TO         WS-PROX-ANO.
           COMPUTE WS-PROX-MES-NUM = PARM-MES-REF + 1.
           IF  WS-PROX-MES-NUM             GREATER    12
               MOVE 1                      TO         WS-PROX-MES-NUM
               ADD  1                      TO         WS-PROX-ANO
           END-IF.
           MOVE WS-PROX-MES                TO   WS-DATA-CONVERSAO (1:6).
           MOVE '01'                       TO   WS-DATA-CONVERSAO (7:2).

           PERFORM 1100-CARREGA-PRCPARM
               THRU 1100-99-CARREGA-PRCPARM-EXIT.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-MST
           ELSE
           IF    WS-FS-MST                 NOT EQUAL  '00'
                 MOVE WS-FS-MST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           ELSE
                 MOVE 'S'                  TO         WS-MST-ABERTO
           END-IF
           END-IF.

           OPEN  OUTPUT                    DEPMSTN.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DEPCART.
           IF    WS-FS-CAR                 NOT EQUAL  '00'
                 MOVE WS-FS-CAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEPCART'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DEPSEME.
           IF    WS-FS-SEME                NOT EQUAL  '00'
                 MOVE WS-FS-SEME           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEPSEME'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   NOT EQUAL  '10'
               PERFORM 1200-LER-DEPMST THRU 1200-99-LER-DEPMST-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-PRCPARM                SECTION.
      *================================================================*
      * IDADE LIMITE: ENTRADA DA CATEGORIA 'D' DE MAIOR VIGENCIA ATE O *
      * FIM DO MES DE REFERENCIA COM O CAMPO PREENCHIDO. SEM TABELA    *
      * (35) OU SEM A INFORMACAO FICA O PADRAO DE 24 ANOS.             *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-PRCPARM'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRCPARM.
           IF    WS-FS-PRC                 EQUAL      '35'
                 GO TO 1100-99-CARREGA-PRCPARM-EXIT
           END-IF.
           IF    WS-FS-PRC                 NOT EQUAL  '00'
                 MOVE WS-FS-PRC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA PRCPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-PRECO THRU 1150-99-LE-PRECO-EXIT
                   UNTIL WS-FS-PRC         EQUAL      '10'.

           CLOSE PRCPARM.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PRCPARM-EXIT.       EXIT.
      *================================================================*
       1150-LE-PRECO                       SECTION.
      *================================================================*
           READ  PRCPARM.
           IF  WS-FS-PRC   NOT EQUAL '00'
           AND WS-FS-PRC   NOT EQUAL '10'
               MOVE WS-FS-PRC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA PRCPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PRC                   EQUAL      '00'
           AND PRC-CATEGORIA               EQUAL      'D'
           AND PRC-IDADE-LIMITE            NUMERIC
           AND PRC-IDADE-LIMITE            GREATER    ZEROS
           AND PRC-DATA-VIGENCIA           NOT GREATER WS-FIM-MES-REF
           AND PRC-DATA-VIGENCIA           NOT LESS   WS-VIGENCIA-ACHADA
               MOVE PRC-IDADE-LIMITE       TO         WS-IDADE-LIMITE
               MOVE PRC-DATA-VIGENCIA      TO         WS-VIGENCIA-ACHADA
           END-IF.
      *----------------------------------------------------------------*
       1150-99-LE-PRECO-EXIT.              EXIT.
      *================================================================*
       1200-LER-DEPMST                     SECTION.
      *================================================================*
           MOVE '1200-LER-DEPMST'          TO         WS-CODIGO-AREA.

           READ DEPMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-DEPMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * O DEPMST VEM POR SOCIO + SEQUENCIA: A SEQUENCIA 00 (TITULAR)   *
      * CHEGA ANTES DOS DEPENDENTES E GUARDA NOME E CPF PARA A CARTA.  *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE REG-MST                    TO         REG-MSTN.

           IF  DEP-PAR-TITULAR
               MOVE DEP-SOCIO              TO         WS-TIT-SOCIO
               MOVE DEP-NOME               TO         WS-TIT-NOME
               MOVE DEP-CPF                TO         WS-TIT-CPF
               GO TO 2000-50-GRAVA
           END-IF.

           IF  NOT DEP-SIT-ATIVO
           OR  DEP-PAR-CONJUGE
               GO TO 2000-50-GRAVA
           END-IF.

           COMPUTE WS-DATA-LIMITE = DEP-DATA-NASCTO
                                  + WS-IDADE-LIMITE * 10000.
           IF  WS-DATA-LIMITE              GREATER    WS-FIM-MES-REF
               GO TO 2000-50-GRAVA
           END-IF.

      *    ATINGIU A IDADE LIMITE: MARCA PARA CONVERSAO NO MES SEGUINTE
           MOVE 'L'                        TO         DEPN-SITUACAO.
           MOVE WS-DATA-CONVERSAO          TO       DEPN-DATA-CONVERSAO.
           ADD  1                          TO         WS-MARCADOS.

           PERFORM 2100-BUSCA-ENDERECO
               THRU 2100-99-BUSCA-ENDERECO-EXIT.
           IF  WS-ACHOU-END-SIM
               PERFORM 2200-IMPRIME-CARTA
                   THRU 2200-99-IMPRIME-CARTA-EXIT
           ELSE
               PERFORM 2300-GRAVA-SEM-ENDERECO
                   THRU 2300-99-GRAVA-SEM-ENDERECO-EXIT
           END-IF.

       2000-50-GRAVA.
           WRITE REG-MSTN.
           IF  WS-FS-MSTN                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MSTN.

           PERFORM 1200-LER-DEPMST   THRU  1200-99-LER-DEPMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-BUSCA-ENDERECO                 SECTION.
      *================================================================*
      * ENDERECO DO TITULAR: CPF DA SEQUENCIA 00 DO MESMO SOCIO.       *
      *----------------------------------------------------------------*
           MOVE '2100-BUSCA-ENDERECO'      TO         WS-CODIGO-AREA.

           IF  WS-TIT-SOCIO                NOT EQUAL  DEP-SOCIO
           OR  WS-TIT-CPF                  EQUAL      ZEROS
               SET WS-ACHOU-END-SEM-CPF    TO         TRUE
               GO TO 2100-99-BUSCA-ENDERECO-EXIT
           END-IF.

           MOVE WS-TIT-CPF                 TO         END-CPF.
           READ  CADEND.

           IF  WS-FS-END                   EQUAL      '00'
               IF  END-SIT-EM-BUSCA
                   SET WS-ACHOU-END-BUSCA  TO         TRUE
               ELSE
                   SET WS-ACHOU-END-SIM    TO         TRUE
               END-IF
           ELSE
               IF  WS-FS-END               EQUAL      '23'
                   MOVE 'N'                TO         WS-ACHOU-END
               ELSE
                   MOVE WS-FS-END          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-99-BUSCA-ENDERECO-EXIT.        EXIT.
      *================================================================*
       2200-IMPRIME-CARTA                  SECTION.
      *================================================================*
           MOVE '2200-IMPRIME-CARTA'       TO         WS-CODIGO-AREA.

           WRITE REG-CAR                   FROM       CAR-SEPARA.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           WRITE REG-CAR                   FROM       CAR-TITULO.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE WS-TIT-NOME                TO         CARD-NOME.
           MOVE DEP-SOCIO                  TO         CARD-SOCIO.
           WRITE REG-CAR                   FROM       CAR-DESTINO.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE END-LOGRADOURO             TO         CARE-LOGRADOURO.
           MOVE END-NUMERO                 TO         CARE-NUMERO.
           WRITE REG-CAR                   FROM       CAR-ENDER-1.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE END-CIDADE                 TO         CARE-CIDADE.
           MOVE END-UF                     TO         CARE-UF.
           MOVE END-CEP                    TO         CARE-CEP.
           WRITE REG-CAR                   FROM       CAR-ENDER-2.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE DEP-NOME                   TO         CARP-NOME.
           MOVE DEP-NAS-DIA                TO         CARP-NAS-DIA.
           MOVE DEP-NAS-MES                TO         CARP-NAS-MES.
           MOVE DEP-NAS-ANO                TO         CARP-NAS-ANO.
           WRITE REG-CAR                   FROM       CAR-DEPENDENTE.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE WS-IDADE-LIMITE            TO         CART-IDADE.
           WRITE REG-CAR                   FROM       CAR-TEXTO-1.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           MOVE WS-PROX-MES-NUM            TO         CART-MES.
           MOVE WS-PROX-ANO                TO         CART-ANO.
           WRITE REG-CAR                   FROM       CAR-TEXTO-2.
           PERFORM 2900-FS-CARTAS THRU 2900-99-FS-CARTAS-EXIT.

           ADD  1                          TO         WS-CARTAS.
      *----------------------------------------------------------------*
       2200-99-IMPRIME-CARTA-EXIT.         EXIT.
      *================================================================*
       2300-GRAVA-SEM-ENDERECO             SECTION.
      *================================================================*
           MOVE '2300-GRAVA-SEM-END'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-SEME.
           MOVE DEP-SOCIO                  TO         SEME-SOCIO.
           MOVE DEP-SEQ                    TO         SEME-SEQ.
           MOVE DEP-NOME                   TO         SEME-NOME.
           IF  WS-ACHOU-END-BUSCA
               MOVE 'ENDERECO EM BUSCA (DEVOLUCAO)'
                                           TO         SEME-MOTIVO
           ELSE
               IF  WS-ACHOU-END-SEM-CPF
                   MOVE 'TITULAR SEM CPF NO DEPMST'
                                           TO         SEME-MOTIVO
               ELSE
                   MOVE 'TITULAR SEM ENDERECO NO CADEND'
                                           TO         SEME-MOTIVO
               END-IF
           END-IF.
           WRITE REG-SEME.

           IF  WS-FS-SEME                  NOT EQUAL  '00'
               MOVE WS-FS-SEME             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DEPSEME'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-SEM-ENDERECO.
      *----------------------------------------------------------------*
       2300-99-GRAVA-SEM-ENDERECO-EXIT.    EXIT.
      *================================================================*
       2900-FS-CARTAS                      SECTION.
      *================================================================*
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DEPCART'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2900-99-FS-CARTAS-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DEPMSTN  CADEND  DEPCART  DEPSEME.
           IF  WS-MST-ABERTO               EQUAL      'S'
               CLOSE DEPMST
           END-IF.

           IF  WS-FS-MSTN                  NOT EQUAL  '00'
           OR  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-SEME                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' PARM-ANOMES-REF.
           DISPLAY '* IDADE LIMITE          =    ' WS-IDADE-LIMITE.
           DISPLAY '* DEPENDENTES LIDOS     =    ' WS-LIDOS-MST.
           DISPLAY '* GRAVADOS EM DEPMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* MARCADOS P/ CONVERSAO =    ' WS-MARCADOS.
           DISPLAY '* CONVERSAO EM          =    ' WS-DATA-CONVERSAO.
           DISPLAY '* CARTAS IMPRESSAS      =    ' WS-CARTAS.
           DISPLAY '* SEM ENDERECO (DEPSEME)=    ' WS-SEM-ENDERECO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-MST              TO    WS-RC-QTDE-LIDOS
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
           DISPLAY '*     VRB848S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
