       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB805S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REMESSA MENSAL DO CADASTRO POSITIVO. O VRB703S SO    *
      * INFORMA AO BUREAU OS MAUS PAGADORES; A LEI DO CADASTRO         *
      * POSITIVO EXIGE TAMBEM O HISTORICO DE PAGAMENTOS EM DIA. ESTE   *
      * PROGRAMA RODA NO FECHAMENTO DO MES (PRFPARM) E:                *
      *   1. MONTA (SORT INTERNO) TODAS AS PARCELAS VENCIDAS ATE O FIM *
      *      DO MES DE REFERENCIA, POR ORIGEM+CHAVE+DOCUMENTO:         *
      *      - L EMPRESTIMO: PARCELAS DO LOANPAR, CPF DO LOANMST;      *
      *      - T MENSALIDADE E E ESCOLA: TITULOS DO TITMST (OS DE      *
      *        EMPRESTIMO/QUITACAO JA SAEM PELO LOANPAR);              *
      *      - A ACORDO: PARCELAS DO ACDMST;                           *
      *      SOCIO NAO TEM CPF NO CADSOC1 E SEGUE COM CPF ZERADO E O   *
      *      NUMERO DO SOCIO NA CHAVE, COMO NA NEGATIVACAO (VRB703S);  *
      *   2. BATE COM O CONTROLE DO JA ENVIADO (POSCTL -> POSCTLN) E   *
      *      GRAVA NO POSDET: 'I' PARCELA NUNCA ENVIADA; 'C' CORRECAO  *
      *      DE PARCELA JA ENVIADA CUJO CPF, VALOR DEVIDO, VALOR PAGO  *
      *      OU VENCIMENTO MUDOU; 'E' EXCLUSAO DE TITULO JA ENVIADO E  *
      *      DEPOIS BAIXADO (SITUACAO B). PARCELA QUE SAIU DO MASTER   *
      *      DE ORIGEM CONTINUA NO CONTROLE SEM GERAR MOVIMENTO;       *
      *   3. IMPRIME NO RELPOS A CONCILIACAO POR ORIGEM: PARCELAS E    *
      *      VALOR LIDOS DOS MASTERS X MOVIMENTOS ENVIADOS E SEM       *
      *      ALTERACAO.                                                *
      * A DATA DE PAGAMENTO EH O ULTIMO DIA DO MES EM QUE A PARCELA    *
      * FOI VISTA PAGA PELA PRIMEIRA VEZ (OS MASTERS NAO GUARDAM A     *
      * DATA DA BAIXA) E FICA NO CONTROLE PARA AS CORRECOES.           *
      * O POSDET EH O DETALHE DO ENVELOPE: O STEP SEGUINTE (VRB785S,   *
      * ESTPARM COM VALOR NA POSICAO 035, TAMANHO 11 = VALOR DEVIDO)   *
      * CARIMBA HEADER/TRAILER E REGISTRA NO MANIFESTO TRNMAN.         *
      * MES JA ENVIADO (ANOMES DO CONTROLE >= REFERENCIA) CANCELA.     *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          TITMST LIDO COMO CLUSTER     *
      *                                   KSDS EM ACESSO SEQUENCIAL    *
      *                                   (ORDEM DE NOSSO-NUMERO)      *
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
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT ACDMST         ASSIGN TO ACDMST
           FILE STATUS           IS        WS-FS-ACD.
      *----------------------------------------------------------------*
           SELECT POSWRK         ASSIGN TO POSWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT POSCTL         ASSIGN TO POSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT POSCTLN        ASSIGN TO POSCTLN
           FILE STATUS           IS        WS-FS-CTLN.
      *----------------------------------------------------------------*
           SELECT POSDET         ASSIGN TO POSDET
           FILE STATUS           IS        WS-FS-DET.
      *----------------------------------------------------------------*
           SELECT RELPOS         ASSIGN TO RELPOS
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
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  LOANPAR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-CONTRATO                 PIC 9(06).
           05 PAR-PARCELA                  PIC 9(03).
           05 PAR-DATA-VENCTO              PIC 9(08).
           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
              88 PAR-SIT-PAGA                           VALUE 'P' 'Q'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

       01  REG-TIT.
           05 TIT-NOSSO-NUMERO             PIC 9(10).
           05 TIT-SOCIO                    PIC 9(06).
           05 TIT-NOME                     PIC X(30).
           05 TIT-VALOR                    PIC 9(09)V9(02).
           05 TIT-DATA-VENCTO              PIC 9(08).
           05 TIT-SITUACAO                 PIC X(01).
              88 TIT-PAGO                               VALUE 'P'.
              88 TIT-BAIXADO                            VALUE 'B'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-CLUBE                       VALUE SPACES.
              88 TIT-ORIGEM-ESCOLA                      VALUE 'E'.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  ACDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 270 CHARACTERS
           DATA RECORD IS       REG-ACD.

       01  REG-ACD.
           05 ACD-SOCIO                    PIC 9(06).
           05 ACD-TOTAL                    PIC 9(09)V9(02).
           05 ACD-QTDE-PARCELAS            PIC 9(02).
           05 ACD-SITUACAO                 PIC X(01).
           05 ACD-PARC-OCR                 OCCURS 12 TIMES.
              10 ACD-PARC-VENCTO           PIC 9(08).
              10 ACD-PARC-VALOR            PIC 9(09)V9(02).
              10 ACD-PARC-SIT              PIC X(01).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   PARCELAS DO MES CLASSIFICADAS POR ORIGEM+CHAVE+DOCUMENTO     *
      *----------------------------------------------------------------*
       FD  POSWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CHAVE-BAT.
              10 WRK-ORIGEM                PIC X(01).
              10 WRK-CHAVE                 PIC 9(11).
              10 WRK-DOCUMENTO             PIC 9(10).
           05 WRK-CPF                      PIC 9(11).
           05 WRK-VALOR-DEVIDO             PIC 9(09)V9(02).
           05 WRK-VALOR-PAGO               PIC 9(09)V9(02).
           05 WRK-DATA-VENCTO              PIC 9(08).
           05 WRK-ACAO                     PIC X(01).
              88 WRK-ACAO-EXCLUIR                       VALUE 'E'.
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-ORIGEM                    PIC X(01).
           05 SW-CHAVE                     PIC 9(11).
           05 SW-DOCUMENTO                 PIC 9(10).
           05 SW-CPF                       PIC 9(11).
           05 SW-VALOR-DEVIDO              PIC 9(09)V9(02).
           05 SW-VALOR-PAGO                PIC 9(09)V9(02).
           05 SW-DATA-VENCTO               PIC 9(08).
           05 SW-ACAO                      PIC X(01).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
      *   CONTROLE DO JA ENVIADO AO CADASTRO POSITIVO                  *
      *----------------------------------------------------------------*
       FD  POSCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-CHAVE-BAT.
              10 CTL-ORIGEM                PIC X(01).
              10 CTL-CHAVE                 PIC 9(11).
              10 CTL-DOCUMENTO             PIC 9(10).
           05 CTL-CPF                      PIC 9(11).
           05 CTL-VALOR-DEVIDO             PIC 9(09)V9(02).
           05 CTL-VALOR-PAGO               PIC 9(09)V9(02).
           05 CTL-DATA-VENCTO              PIC 9(08).
           05 CTL-DATA-PAGTO               PIC 9(08).
           05 CTL-ANOMES                   PIC 9(06).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  POSCTLN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTLN.

       01  REG-CTLN.
           05 CTLN-ORIGEM                  PIC X(01).
           05 CTLN-CHAVE                   PIC 9(11).
           05 CTLN-DOCUMENTO               PIC 9(10).
           05 CTLN-CPF                     PIC 9(11).
           05 CTLN-VALOR-DEVIDO            PIC 9(09)V9(02).
           05 CTLN-VALOR-PAGO              PIC 9(09)V9(02).
           05 CTLN-DATA-VENCTO             PIC 9(08).
           05 CTLN-DATA-PAGTO              PIC 9(08).
           05 CTLN-ANOMES                  PIC 9(06).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   DETALHE DO ENVELOPE (POSICAO 80 SEMPRE EM BRANCO - VRB785S)  *
      *----------------------------------------------------------------*
       FD  POSDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DET.

       01  REG-DET.
           05 DET-MOVIMENTO                PIC X(01).
           05 DET-ORIGEM                   PIC X(01).
           05 DET-CHAVE                    PIC 9(11).
           05 DET-DOCUMENTO                PIC 9(10).
           05 DET-CPF                      PIC 9(11).
           05 DET-VALOR-DEVIDO             PIC 9(09)V9(02).
           05 DET-VALOR-PAGO               PIC 9(09)V9(02).
           05 DET-DATA-VENCTO              PIC 9(08).
           05 DET-DATA-PAGTO               PIC 9(08).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  RELPOS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACD                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTLN                      PIC X(02)     VALUE '00'.
       77  WS-FS-DET                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-ACD                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTL                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTLN                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-DET                 PIC 9(07)     VALUE ZEROS.
       77  WS-MANTIDOS-CTL                 PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-SEM-CPF             PIC 9(07)     VALUE ZEROS.
       77  WS-CTL-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *  DATA DE CORTE = DIA 1 DO MES SEGUINTE AO DE REFERENCIA;       *
      *  FIM DO MES = DATA DE PAGAMENTO ATRIBUIDA NESTA REMESSA.       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-CORTE                   PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO                 PIC 9(04).
           05 WS-CORTE-MES                 PIC 9(02).
           05 WS-CORTE-DIA                 PIC 9(02).
       01  WS-DATA-FIM-MES                 PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-FIM-MES-R REDEFINES WS-DATA-FIM-MES.
           05 WS-FIM-ANO                   PIC 9(04).
           05 WS-FIM-MES                   PIC 9(02).
           05 WS-FIM-DIA                   PIC 9(02).
       77  WS-QUOCIENTE                    PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-4                      PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-100                    PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-400                    PIC 9(04)     VALUE ZEROS.
       01  WS-TAB-DIAS-MES-X               PIC X(24)     VALUE
           '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES       WS-TAB-DIAS-MES-X.
           05 WS-DIAS-MES                  PIC 9(02)  OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *        CHAVES DO BATIMENTO (HIGH-VALUES NO FIM DO ARQUIVO)     *
      *----------------------------------------------------------------*
       77  WS-CHAVE-LOA                    PIC X(06)     VALUE SPACES.
       77  WS-CHAVE-PAR                    PIC X(06)     VALUE SPACES.
       77  WS-CHAVE-ATU                    PIC X(22)     VALUE SPACES.
       77  WS-CHAVE-ANT                    PIC X(22)     VALUE SPACES.
       77  WS-IND-PARC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *        SITUACAO NOVA DA PARCELA JA ENVIADA                     *
      *----------------------------------------------------------------*
       77  WS-DATA-PAGTO                   PIC 9(08)     VALUE ZEROS.
       77  WS-MOVIMENTO                    PIC X(01)     VALUE SPACES.
      *----------------------------------------------------------------*
      *   CONCILIACAO POR ORIGEM (1 EMPRESTIMO, 2 CLUBE,               *
      *   3 ESCOLA, 4 ACORDO)                                          *
      *----------------------------------------------------------------*
       77  WS-IND-ORI                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-ORIGEM-PROCURA               PIC X(01)     VALUE SPACES.
       01  WS-TAB-ORIGENS-X.
           05 FILLER                       PIC X(01)  VALUE 'L'.
           05 FILLER                       PIC X(10) VALUE 'EMPRESTIMO'.
           05 FILLER                       PIC X(01)  VALUE 'T'.
           05 FILLER                       PIC X(10)  VALUE 'CLUBE'.
           05 FILLER                       PIC X(01)  VALUE 'E'.
           05 FILLER                       PIC X(10)  VALUE 'ESCOLA'.
           05 FILLER                       PIC X(01)  VALUE 'A'.
           05 FILLER                       PIC X(10)  VALUE 'ACORDO'.
       01  WS-TAB-ORIGENS REDEFINES        WS-TAB-ORIGENS-X.
           05 WS-ORI-DEF                   OCCURS 4 TIMES.
              10 WS-ORI-CODIGO             PIC X(01).
              10 WS-ORI-NOME               PIC X(10).
       01  WS-TAB-CONC.
           05 WS-CONC-ITEM                 OCCURS 4 TIMES.
              10 WS-CONC-LIDOS             PIC 9(07).
              10 WS-CONC-VALOR-LIDO        PIC 9(13)V9(02).
              10 WS-CONC-INCLUSOES         PIC 9(07).
              10 WS-CONC-CORRECOES         PIC 9(07).
              10 WS-CONC-EXCLUSOES         PIC 9(07).
              10 WS-CONC-INALTERADOS       PIC 9(07).
              10 WS-CONC-IGNORADOS         PIC 9(07).
              10 WS-CONC-VALOR-ENVIADO     PIC 9(13)V9(02).
       77  WS-CONC-SOMA                    PIC 9(07)     VALUE ZEROS.
       77  WS-TOTAL-ENVIADO                PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-TOTAL-ENVIADO          PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-DIVERGENCIAS                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB805S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB805S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPOS                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'CADASTRO POSITIVO - CONCILIACAO DA REMESSA  '.
           05 FILLER                       PIC X(11)  VALUE
                  'REFERENCIA '.
           05 CABT-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(19)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-ORIGEM.
           05 FILLER                       PIC X(08)  VALUE 'ORIGEM: '.
           05 CABO-CODIGO                  PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE ' - '.
           05 CABO-NOME                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(58)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-LINHA.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETL-DESCRICAO               PIC X(36)  VALUE SPACES.
           05 DETL-QTDE                    PIC ZZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETL-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-SITUACAO.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 FILLER                       PIC X(36)  VALUE
                  'CONCILIACAO MASTER X REMESSA.......:'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-SITUACAO                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(31)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 0100-CLASSIFICA-PARCELAS
               THRU 0100-99-CLASSIFICA-PARCELAS-EXIT.
           PERFORM 1500-ABRE-BATIMENTO
               THRU 1500-99-ABRE-BATIMENTO-EXIT.
           PERFORM 2000-BATIMENTO          THRU  2000-99-BATIMENTO-EXIT
                   UNTIL WS-CHAVE-ATU      EQUAL HIGH-VALUES
                     AND WS-CHAVE-ANT      EQUAL HIGH-VALUES.
           PERFORM 6000-RELATORIO          THRU  6000-99-RELATORIO-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-PARCELAS            SECTION.
      *================================================================*
           MOVE '0100-CLASSIFICA-PARCELAS' TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-ORIGEM
                ASCENDING KEY              SW-CHAVE
                ASCENDING KEY              SW-DOCUMENTO
                INPUT  PROCEDURE IS        0150-MONTA-PARCELAS
                GIVING                     POSWRK.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-PARCELAS-EXIT.   EXIT.
      *================================================================*
       0150-MONTA-PARCELAS                 SECTION.
      *================================================================*
           MOVE '0150-MONTA-PARCELAS'      TO    WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0210-LER-LOANMST  THRU  0210-99-LER-LOANMST-EXIT.
           PERFORM 0220-LER-LOANPAR  THRU  0220-99-LER-LOANPAR-EXIT.
           PERFORM 0200-RELEASE-PARCELA
               THRU 0200-99-RELEASE-PARCELA-EXIT
                   UNTIL WS-CHAVE-PAR      EQUAL      HIGH-VALUES.
           CLOSE LOANMST  LOANPAR.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0300-RELEASE-TITULO THRU 0300-99-RELEASE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.
           CLOSE TITMST.

      * SEM MASTER DE ACORDOS (35) NAO HA ACORDO A INFORMAR.
           OPEN  INPUT                     ACDMST.
           IF    WS-FS-ACD                 EQUAL      '35'
                 GO TO 0150-99-MONTA-PARCELAS-EXIT
           END-IF.
           IF    WS-FS-ACD                 NOT EQUAL  '00'
                 MOVE WS-FS-ACD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER ACDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0400-RELEASE-ACORDO THRU 0400-99-RELEASE-ACORDO-EXIT
                   UNTIL WS-FS-ACD         EQUAL      '10'.
           CLOSE ACDMST.
      *----------------------------------------------------------------*
       0150-99-MONTA-PARCELAS-EXIT.        EXIT.
      *================================================================*
       0200-RELEASE-PARCELA                SECTION.
      *================================================================*
      * PARCELA DE EMPRESTIMO VENCIDA ATE O FIM DO MES; O CPF VEM DO   *
      * CONTRATO NO LOANMST (BATIMENTO PELO NUMERO DO CONTRATO).       *
      *----------------------------------------------------------------*
           IF  PAR-DATA-VENCTO         NOT LESS       WS-DATA-CORTE
               GO TO 0200-50-PROXIMA
           END-IF.

           PERFORM 0210-LER-LOANMST  THRU  0210-99-LER-LOANMST-EXIT
                   UNTIL WS-CHAVE-LOA  NOT LESS       WS-CHAVE-PAR.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'L'                        TO         SW-ORIGEM.
           MOVE PAR-CONTRATO               TO         SW-CHAVE.
           MOVE PAR-PARCELA                TO         SW-DOCUMENTO.
           IF  WS-CHAVE-LOA                EQUAL      WS-CHAVE-PAR
               MOVE LOA-CPF                TO         SW-CPF
           ELSE
               MOVE ZEROS                  TO         SW-CPF
               ADD  1                      TO      WS-PARCELAS-SEM-CPF
           END-IF.
           MOVE PAR-VALOR                  TO         SW-VALOR-DEVIDO.
           IF  PAR-SIT-PAGA
               MOVE PAR-VALOR              TO         SW-VALOR-PAGO
           ELSE
               MOVE ZEROS                  TO         SW-VALOR-PAGO
           END-IF.
           MOVE PAR-DATA-VENCTO            TO         SW-DATA-VENCTO.
           MOVE 'I'                        TO         SW-ACAO.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0200-50-PROXIMA.
      *----------------------------------------------------------------*
           PERFORM 0220-LER-LOANPAR  THRU  0220-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       0200-99-RELEASE-PARCELA-EXIT.       EXIT.
      *================================================================*
       0210-LER-LOANMST                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE '0210-LER-LOANMST'     TO         WS-CODIGO-AREA
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-LOA                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-LOA
           ELSE
               MOVE LOA-CONTRATO           TO         WS-CHAVE-LOA
           END-IF.
      *----------------------------------------------------------------*
       0210-99-LER-LOANMST-EXIT.           EXIT.
      *================================================================*
       0220-LER-LOANPAR                    SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '0220-LER-LOANPAR'     TO         WS-CODIGO-AREA
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-PAR
           ELSE
               ADD  1                      TO         WS-LIDOS-PAR
               MOVE PAR-CONTRATO           TO         WS-CHAVE-PAR
           END-IF.
      *----------------------------------------------------------------*
       0220-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       0300-RELEASE-TITULO                 SECTION.
      *================================================================*
      * MENSALIDADE (T) E ESCOLA (E) VENCIDAS ATE O FIM DO MES. TITULO *
      * BAIXADO SAI COM ACAO 'E' - SO GERA EXCLUSAO SE JA FOI ENVIADO. *
      *----------------------------------------------------------------*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE '0300-RELEASE-TITULO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 0300-99-RELEASE-TITULO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TIT.
           IF  TIT-DATA-VENCTO         NOT LESS       WS-DATA-CORTE
               GO TO 0300-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           EVALUATE TRUE
               WHEN TIT-ORIGEM-CLUBE
                   MOVE 'T'                TO         SW-ORIGEM
               WHEN TIT-ORIGEM-ESCOLA
                   MOVE 'E'                TO         SW-ORIGEM
               WHEN OTHER
                   GO TO 0300-99-RELEASE-TITULO-EXIT
           END-EVALUATE.
           MOVE TIT-SOCIO                  TO         SW-CHAVE.
           MOVE TIT-NOSSO-NUMERO           TO         SW-DOCUMENTO.
           MOVE ZEROS                      TO         SW-CPF.
           MOVE TIT-VALOR                  TO         SW-VALOR-DEVIDO.
           IF  TIT-PAGO
               MOVE TIT-VALOR              TO         SW-VALOR-PAGO
           ELSE
               MOVE ZEROS                  TO         SW-VALOR-PAGO
           END-IF.
           MOVE TIT-DATA-VENCTO            TO         SW-DATA-VENCTO.
           IF  TIT-BAIXADO
               MOVE 'E'                    TO         SW-ACAO
           ELSE
               MOVE 'I'                    TO         SW-ACAO
           END-IF.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0300-99-RELEASE-TITULO-EXIT.        EXIT.
      *================================================================*
       0400-RELEASE-ACORDO                 SECTION.
      *================================================================*
           READ  ACDMST.
           IF  WS-FS-ACD   NOT EQUAL '00'
           AND WS-FS-ACD   NOT EQUAL '10'
               MOVE '0400-RELEASE-ACORDO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-ACD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER ACDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-ACD                   NOT EQUAL  '00'
               GO TO 0400-99-RELEASE-ACORDO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-ACD.
           PERFORM 0410-RELEASE-PARC-ACORDO
               THRU 0410-99-RELEASE-PARC-ACORDO-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC GREATER ACD-QTDE-PARCELAS
                      OR WS-IND-PARC GREATER 12.
      *----------------------------------------------------------------*
       0400-99-RELEASE-ACORDO-EXIT.        EXIT.
      *================================================================*
       0410-RELEASE-PARC-ACORDO            SECTION.
      *================================================================*
      * PARCELA DO ACORDO VENCIDA ATE O FIM DO MES ('P' = PAGA; 'A' E  *
      * 'X' = EM ABERTO).                                              *
      *----------------------------------------------------------------*
           IF  ACD-PARC-VENCTO (WS-IND-PARC) NOT LESS WS-DATA-CORTE
               GO TO 0410-99-RELEASE-PARC-ACORDO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'A'                        TO         SW-ORIGEM.
           MOVE ACD-SOCIO                  TO         SW-CHAVE.
           MOVE WS-IND-PARC                TO         SW-DOCUMENTO.
           MOVE ZEROS                      TO         SW-CPF.
           MOVE ACD-PARC-VALOR (WS-IND-PARC) TO       SW-VALOR-DEVIDO.
           IF  ACD-PARC-SIT (WS-IND-PARC)  EQUAL      'P'
               MOVE ACD-PARC-VALOR (WS-IND-PARC) TO   SW-VALOR-PAGO
           ELSE
               MOVE ZEROS                  TO         SW-VALOR-PAGO
           END-IF.
           MOVE ACD-PARC-VENCTO (WS-IND-PARC) TO      SW-DATA-VENCTO.
           MOVE 'I'                        TO         SW-ACAO.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0410-99-RELEASE-PARC-ACORDO-EXIT.   EXIT.
      *================================================================*
       0500-RELEASE                        SECTION.
      *================================================================*
      * ENTREGA A PARCELA AO SORT E SOMA NA COLUNA DE LIDOS DA ORIGEM. *
      *----------------------------------------------------------------*
           RELEASE REG-SORTWK.

           MOVE SW-ORIGEM                  TO      WS-ORIGEM-PROCURA.
           PERFORM 8100-ACHA-ORIGEM THRU 8100-99-ACHA-ORIGEM-EXIT.
           ADD  1                    TO  WS-CONC-LIDOS (WS-IND-ORI).
           ADD  SW-VALOR-DEVIDO      TO  WS-CONC-VALOR-LIDO
                                                      (WS-IND-ORI).
      *----------------------------------------------------------------*
       0500-99-RELEASE-EXIT.               EXIT.
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

      * ULTIMO DIA DO MES DE REFERENCIA (FEVEREIRO BISSEXTO = 29).
           MOVE  PARM-ANO                  TO         WS-FIM-ANO.
           MOVE  PARM-MES                  TO         WS-FIM-MES.
           MOVE  WS-DIAS-MES (PARM-MES)    TO         WS-FIM-DIA.
           IF    PARM-MES                  EQUAL      02
                 DIVIDE PARM-ANO BY 4      GIVING     WS-QUOCIENTE
                                           REMAINDER  WS-RESTO-4
                 DIVIDE PARM-ANO BY 100    GIVING     WS-QUOCIENTE
                                           REMAINDER  WS-RESTO-100
                 DIVIDE PARM-ANO BY 400    GIVING     WS-QUOCIENTE
                                           REMAINDER  WS-RESTO-400
                 IF  WS-RESTO-400          EQUAL      ZEROS
                 OR (WS-RESTO-4            EQUAL      ZEROS
                 AND WS-RESTO-100          NOT EQUAL  ZEROS)
                     MOVE 29               TO         WS-FIM-DIA
                 END-IF
           END-IF.

           MOVE  PARM-ANO                  TO         WS-CORTE-ANO.
           MOVE  PARM-MES                  TO         WS-CORTE-MES.
           MOVE  01                        TO         WS-CORTE-DIA.
           IF    WS-CORTE-MES              EQUAL      12
                 ADD  1                    TO         WS-CORTE-ANO
                 MOVE 01                   TO         WS-CORTE-MES
           ELSE
                 ADD  1                    TO         WS-CORTE-MES
           END-IF.

           INITIALIZE                      WS-TAB-CONC.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1500-ABRE-BATIMENTO                 SECTION.
      *================================================================*
      * CONTROLE AUSENTE (35) = PRIMEIRA REMESSA, TODAS AS PARCELAS    *
      * VENCIDAS SAEM COMO INCLUSAO.                                   *
      *----------------------------------------------------------------*
           MOVE '1500-ABRE-BATIMENTO'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     POSWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO POSWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     POSCTL.
           IF    WS-FS-CTL                 EQUAL      '35'
                 DISPLAY 'CONTROLE POSCTL AUSENTE - PRIMEIRA REMESSA'
                 MOVE HIGH-VALUES          TO         WS-CHAVE-ANT
           ELSE
                 IF  WS-FS-CTL             NOT EQUAL  '00'
                     MOVE WS-FS-CTL        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO CONTROLE POSCTL'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-CTL-ABERTO
                 PERFORM 2300-LER-POSCTL THRU 2300-99-LER-POSCTL-EXIT
           END-IF.

           OPEN  OUTPUT                    POSCTLN.
           IF    WS-FS-CTLN                NOT EQUAL  '00'
                 MOVE WS-FS-CTLN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE NOVO POSCTLN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    POSDET.
           IF    WS-FS-DET                 NOT EQUAL  '00'
                 MOVE WS-FS-DET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO DETALHE POSDET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELPOS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPOS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2200-LER-POSWRK   THRU  2200-99-LER-POSWRK-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-BATIMENTO-EXIT.        EXIT.
      *================================================================*
       2000-BATIMENTO                      SECTION.
      *================================================================*
      * PARCELAS DO MES (POSWRK) X CONTROLE DO JA ENVIADO (POSCTL)     *
      *----------------------------------------------------------------*
           MOVE '2000-BATIMENTO'           TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN WS-CHAVE-ATU           EQUAL      WS-CHAVE-ANT
                   MOVE WRK-ORIGEM         TO      WS-ORIGEM-PROCURA
                   PERFORM 8100-ACHA-ORIGEM
                       THRU 8100-99-ACHA-ORIGEM-EXIT
                   PERFORM 2500-PARCELA-ENVIADA
                       THRU 2500-99-PARCELA-ENVIADA-EXIT
                   PERFORM 2200-LER-POSWRK THRU 2200-99-LER-POSWRK-EXIT
                   PERFORM 2300-LER-POSCTL THRU 2300-99-LER-POSCTL-EXIT
               WHEN WS-CHAVE-ATU           LESS       WS-CHAVE-ANT
                   MOVE WRK-ORIGEM         TO      WS-ORIGEM-PROCURA
                   PERFORM 8100-ACHA-ORIGEM
                       THRU 8100-99-ACHA-ORIGEM-EXIT
                   PERFORM 2600-PARCELA-NOVA
                       THRU 2600-99-PARCELA-NOVA-EXIT
                   PERFORM 2200-LER-POSWRK THRU 2200-99-LER-POSWRK-EXIT
               WHEN OTHER
                   MOVE REG-CTL            TO         REG-CTLN
                   PERFORM 7100-GRAVA-POSCTLN
                       THRU 7100-99-GRAVA-POSCTLN-EXIT
                   ADD  1                  TO         WS-MANTIDOS-CTL
                   PERFORM 2300-LER-POSCTL THRU 2300-99-LER-POSCTL-EXIT
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-99-BATIMENTO-EXIT.             EXIT.
      *================================================================*
       2200-LER-POSWRK                     SECTION.
      *================================================================*
           READ  POSWRK.
           IF  WS-FS-WRK   NOT EQUAL '00'
           AND WS-FS-WRK   NOT EQUAL '10'
               MOVE '2200-LER-POSWRK'      TO         WS-CODIGO-AREA
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO POSWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-WRK                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-ATU
           ELSE
               MOVE WRK-CHAVE-BAT          TO         WS-CHAVE-ATU
           END-IF.
      *----------------------------------------------------------------*
       2200-99-LER-POSWRK-EXIT.            EXIT.
      *================================================================*
       2300-LER-POSCTL                     SECTION.
      *================================================================*
           READ  POSCTL.
           IF  WS-FS-CTL   NOT EQUAL '00'
           AND WS-FS-CTL   NOT EQUAL '10'
               MOVE '2300-LER-POSCTL'      TO         WS-CODIGO-AREA
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE POSCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTL                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-ANT
               GO TO 2300-99-LER-POSCTL-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTL.
           IF  CTL-ANOMES              NOT LESS       WS-ANOMES-REF
               MOVE '2300-LER-POSCTL'      TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MES DE REFERENCIA JA ENVIADO NO POSCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE CTL-CHAVE-BAT              TO         WS-CHAVE-ANT.
      *----------------------------------------------------------------*
       2300-99-LER-POSCTL-EXIT.            EXIT.
      *================================================================*
       2500-PARCELA-ENVIADA                SECTION.
      *================================================================*
      * PARCELA JA ENVIADA: TITULO BAIXADO GERA EXCLUSAO E SAI DO      *
      * CONTROLE; MUDANCA DE CPF, VALORES OU VENCIMENTO GERA CORRECAO; *
      * SEM MUDANCA, O CONTROLE SEGUE COMO ESTAVA.                     *
      *----------------------------------------------------------------*
           IF  WRK-ACAO-EXCLUIR
               MOVE 'E'                    TO         WS-MOVIMENTO
               MOVE CTL-DATA-PAGTO         TO         WS-DATA-PAGTO
               PERFORM 7000-GRAVA-POSDET THRU 7000-99-GRAVA-POSDET-EXIT
               ADD  1           TO  WS-CONC-EXCLUSOES (WS-IND-ORI)
               GO TO 2500-99-PARCELA-ENVIADA-EXIT
           END-IF.

           MOVE CTL-DATA-PAGTO             TO         WS-DATA-PAGTO.
           IF  WRK-VALOR-PAGO              EQUAL      ZEROS
               MOVE ZEROS                  TO         WS-DATA-PAGTO
           ELSE
               IF  CTL-VALOR-PAGO          EQUAL      ZEROS
                   MOVE WS-DATA-FIM-MES    TO         WS-DATA-PAGTO
               END-IF
           END-IF.

           IF  WRK-CPF                     EQUAL      CTL-CPF
           AND WRK-VALOR-DEVIDO            EQUAL      CTL-VALOR-DEVIDO
           AND WRK-VALOR-PAGO              EQUAL      CTL-VALOR-PAGO
           AND WRK-DATA-VENCTO             EQUAL      CTL-DATA-VENCTO
               MOVE REG-CTL                TO         REG-CTLN
               PERFORM 7100-GRAVA-POSCTLN
                   THRU 7100-99-GRAVA-POSCTLN-EXIT
               ADD  1           TO  WS-CONC-INALTERADOS (WS-IND-ORI)
               GO TO 2500-99-PARCELA-ENVIADA-EXIT
           END-IF.

           MOVE 'C'                        TO         WS-MOVIMENTO.
           PERFORM 7000-GRAVA-POSDET THRU 7000-99-GRAVA-POSDET-EXIT.
           PERFORM 7200-NOVO-CONTROLE THRU 7200-99-NOVO-CONTROLE-EXIT.
           ADD  1                TO  WS-CONC-CORRECOES (WS-IND-ORI).
      *----------------------------------------------------------------*
       2500-99-PARCELA-ENVIADA-EXIT.       EXIT.
      *================================================================*
       2600-PARCELA-NOVA                   SECTION.
      *================================================================*
      * PARCELA NUNCA ENVIADA. TITULO BAIXADO ANTES DE SER INFORMADO   *
      * NAO VAI AO BUREAU.                                             *
      *----------------------------------------------------------------*
           IF  WRK-ACAO-EXCLUIR
               ADD  1           TO  WS-CONC-IGNORADOS (WS-IND-ORI)
               GO TO 2600-99-PARCELA-NOVA-EXIT
           END-IF.

           IF  WRK-VALOR-PAGO              EQUAL      ZEROS
               MOVE ZEROS                  TO         WS-DATA-PAGTO
           ELSE
               MOVE WS-DATA-FIM-MES        TO         WS-DATA-PAGTO
           END-IF.

           MOVE 'I'                        TO         WS-MOVIMENTO.
           PERFORM 7000-GRAVA-POSDET THRU 7000-99-GRAVA-POSDET-EXIT.
           PERFORM 7200-NOVO-CONTROLE THRU 7200-99-NOVO-CONTROLE-EXIT.
           ADD  1                TO  WS-CONC-INCLUSOES (WS-IND-ORI).
      *----------------------------------------------------------------*
       2600-99-PARCELA-NOVA-EXIT.          EXIT.
      *================================================================*
       6000-RELATORIO                      SECTION.
      *================================================================*
           MOVE '6000-RELATORIO'           TO         WS-CODIGO-AREA.

           MOVE WS-ANOMES-REF              TO         CABT-ANOMES.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           PERFORM 6100-IMPRIME-ORIGEM
               THRU 6100-99-IMPRIME-ORIGEM-EXIT
                   VARYING WS-IND-ORI FROM 1 BY 1
                   UNTIL WS-IND-ORI GREATER 4.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.
           MOVE 'TOTAL DE DETALHES PARA O ENVELOPE..:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-TOTAL-ENVIADO           TO         DETL-QTDE.
           MOVE WS-VALOR-TOTAL-ENVIADO     TO         DETL-VALOR.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.
      *----------------------------------------------------------------*
       6000-99-RELATORIO-EXIT.             EXIT.
      *================================================================*
       6100-IMPRIME-ORIGEM                 SECTION.
      *================================================================*
      * LIDOS DO MASTER = INCLUSOES + CORRECOES + EXCLUSOES +          *
      * INALTERADOS + BAIXADOS NUNCA ENVIADOS; DIFERENCA EH DIVERGENCIA*
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.
           MOVE WS-ORI-CODIGO (WS-IND-ORI) TO         CABO-CODIGO.
           MOVE WS-ORI-NOME   (WS-IND-ORI) TO         CABO-NOME.
           WRITE REG-REL                   FROM       CAB-ORIGEM.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'PARCELAS VENCIDAS NO MASTER.......:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-LIDOS (WS-IND-ORI) TO         DETL-QTDE.
           MOVE WS-CONC-VALOR-LIDO (WS-IND-ORI) TO    DETL-VALOR.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE ZEROS                      TO         DETL-VALOR.
           MOVE 'INCLUSOES ENVIADAS................:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-INCLUSOES (WS-IND-ORI) TO     DETL-QTDE.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'CORRECOES ENVIADAS................:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-CORRECOES (WS-IND-ORI) TO     DETL-QTDE.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'EXCLUSOES ENVIADAS................:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-EXCLUSOES (WS-IND-ORI) TO     DETL-QTDE.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'JA ENVIADAS SEM ALTERACAO.........:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-INALTERADOS (WS-IND-ORI) TO   DETL-QTDE.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'BAIXADAS NUNCA ENVIADAS...........:'
                                           TO         DETL-DESCRICAO.
           MOVE WS-CONC-IGNORADOS (WS-IND-ORI) TO     DETL-QTDE.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           MOVE 'VALOR DEVIDO ENVIADO..............:'
                                           TO         DETL-DESCRICAO.
           COMPUTE DETL-QTDE = WS-CONC-INCLUSOES  (WS-IND-ORI)
                             + WS-CONC-CORRECOES  (WS-IND-ORI)
                             + WS-CONC-EXCLUSOES  (WS-IND-ORI).
           MOVE WS-CONC-VALOR-ENVIADO (WS-IND-ORI) TO DETL-VALOR.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.

           COMPUTE WS-CONC-SOMA = WS-CONC-INCLUSOES   (WS-IND-ORI)
                                + WS-CONC-CORRECOES   (WS-IND-ORI)
                                + WS-CONC-EXCLUSOES   (WS-IND-ORI)
                                + WS-CONC-INALTERADOS (WS-IND-ORI)
                                + WS-CONC-IGNORADOS   (WS-IND-ORI).
           IF  WS-CONC-SOMA     EQUAL  WS-CONC-LIDOS (WS-IND-ORI)
               MOVE 'CONFERE'              TO         DETS-SITUACAO
           ELSE
               MOVE 'DIVERGE'              TO         DETS-SITUACAO
               ADD  1                      TO         WS-DIVERGENCIAS
           END-IF.
           WRITE REG-REL                   FROM       DET-SITUACAO.
           PERFORM 8000-FS-RELPOS THRU 8000-99-FS-RELPOS-EXIT.
      *----------------------------------------------------------------*
       6100-99-IMPRIME-ORIGEM-EXIT.        EXIT.
      *================================================================*
       7000-GRAVA-POSDET                   SECTION.
      *================================================================*
      * MOVIMENTO DE EXCLUSAO LEVA OS DADOS JA ENVIADOS (CONTROLE);    *
      * INCLUSAO E CORRECAO LEVAM A SITUACAO ATUAL DA PARCELA.         *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-DET.
           MOVE WS-MOVIMENTO               TO         DET-MOVIMENTO.
           IF  WS-MOVIMENTO                EQUAL      'E'
               MOVE CTL-ORIGEM             TO         DET-ORIGEM
               MOVE CTL-CHAVE              TO         DET-CHAVE
               MOVE CTL-DOCUMENTO          TO         DET-DOCUMENTO
               MOVE CTL-CPF                TO         DET-CPF
               MOVE CTL-VALOR-DEVIDO       TO         DET-VALOR-DEVIDO
               MOVE CTL-VALOR-PAGO         TO         DET-VALOR-PAGO
               MOVE CTL-DATA-VENCTO        TO         DET-DATA-VENCTO
           ELSE
               MOVE WRK-ORIGEM             TO         DET-ORIGEM
               MOVE WRK-CHAVE              TO         DET-CHAVE
               MOVE WRK-DOCUMENTO          TO         DET-DOCUMENTO
               MOVE WRK-CPF                TO         DET-CPF
               MOVE WRK-VALOR-DEVIDO       TO         DET-VALOR-DEVIDO
               MOVE WRK-VALOR-PAGO         TO         DET-VALOR-PAGO
               MOVE WRK-DATA-VENCTO        TO         DET-DATA-VENCTO
           END-IF.
           MOVE WS-DATA-PAGTO              TO         DET-DATA-PAGTO.

           WRITE REG-DET.
           IF  WS-FS-DET                   NOT EQUAL  '00'
               MOVE '7000-GRAVA-POSDET'    TO         WS-CODIGO-AREA
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR DETALHE POSDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-DET
                                                      WS-TOTAL-ENVIADO.
           ADD  DET-VALOR-DEVIDO  TO  WS-VALOR-TOTAL-ENVIADO
                                 WS-CONC-VALOR-ENVIADO (WS-IND-ORI).
      *----------------------------------------------------------------*
       7000-99-GRAVA-POSDET-EXIT.          EXIT.
      *================================================================*
       7100-GRAVA-POSCTLN                  SECTION.
      *================================================================*
           WRITE REG-CTLN.
           IF  WS-FS-CTLN                  NOT EQUAL  '00'
               MOVE '7100-GRAVA-POSCTLN'   TO         WS-CODIGO-AREA
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE NOVO POSCTLN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-CTLN.
      *----------------------------------------------------------------*
       7100-99-GRAVA-POSCTLN-EXIT.         EXIT.
      *================================================================*
       7200-NOVO-CONTROLE                  SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-CTLN.
           MOVE WRK-ORIGEM                 TO         CTLN-ORIGEM.
           MOVE WRK-CHAVE                  TO         CTLN-CHAVE.
           MOVE WRK-DOCUMENTO              TO         CTLN-DOCUMENTO.
           MOVE WRK-CPF                    TO         CTLN-CPF.
           MOVE WRK-VALOR-DEVIDO           TO         CTLN-VALOR-DEVIDO.
           MOVE WRK-VALOR-PAGO             TO         CTLN-VALOR-PAGO.
           MOVE WRK-DATA-VENCTO            TO         CTLN-DATA-VENCTO.
           MOVE WS-DATA-PAGTO              TO         CTLN-DATA-PAGTO.
           MOVE WS-ANOMES-REF              TO         CTLN-ANOMES.
           PERFORM 7100-GRAVA-POSCTLN THRU 7100-99-GRAVA-POSCTLN-EXIT.
      *----------------------------------------------------------------*
       7200-99-NOVO-CONTROLE-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELPOS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELPOS'       TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELPOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELPOS-EXIT.             EXIT.
      *================================================================*
       8100-ACHA-ORIGEM                    SECTION.
      *================================================================*
           EVALUATE WS-ORIGEM-PROCURA
               WHEN 'L'
                   MOVE 1                  TO         WS-IND-ORI
               WHEN 'T'
                   MOVE 2                  TO         WS-IND-ORI
               WHEN 'E'
                   MOVE 3                  TO         WS-IND-ORI
               WHEN 'A'
                   MOVE 4                  TO         WS-IND-ORI
               WHEN OTHER
                   MOVE '8100-ACHA-ORIGEM' TO         WS-CODIGO-AREA
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'ORIGEM DE PARCELA DESCONHECIDA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       8100-99-ACHA-ORIGEM-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE POSWRK  POSDET  POSCTLN  RELPOS.
           IF  WS-FS-CTLN                  NOT EQUAL  '00'
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO CONTROLE POSCTLN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-CTL-ABERTO               EQUAL      'S'
               CLOSE POSCTL
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS LOANPAR         =    ' WS-LIDOS-PAR.
           DISPLAY '* LIDOS TITMST          =    ' WS-LIDOS-TIT.
           DISPLAY '* LIDOS ACDMST          =    ' WS-LIDOS-ACD.
           DISPLAY '* PARCELAS SEM CPF      =    ' WS-PARCELAS-SEM-CPF.
           DISPLAY '* LIDOS POSCTL          =    ' WS-LIDOS-CTL.
           DISPLAY '* MANTIDOS SEM ORIGEM   =    ' WS-MANTIDOS-CTL.
           DISPLAY '* GRAVADOS POSCTLN      =    ' WS-GRAVADOS-CTLN.
           DISPLAY '* GRAVADOS POSDET       =    ' WS-GRAVADOS-DET.
           DISPLAY '* ORIGENS DIVERGENTES   =    ' WS-DIVERGENCIAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-PAR + WS-LIDOS-TIT
                                    + WS-LIDOS-ACD.
           MOVE  WS-GRAVADOS-DET           TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB805S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
