       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB806S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: SCORE COMPORTAMENTAL INTERNO. O VRB709S DECIDE O     *
      * LIMITE SO COM GASTO, DIVIDA NO BUREAU E SITUACAO DA CONTA;     *
      * ESTE PROGRAMA RODA NO FECHAMENTO DO MES (PRFPARM) E MONTA UMA  *
      * PONTUACAO POR CPF COM TUDO O QUE SABEMOS DO CLIENTE, GRAVADA   *
      * NO MASTER SCOREMST (POR CPF) COM A FAIXA A-E:                  *
      *   - TENDENCIA DE GASTO NO HISTMES (TRIMESTRE EM ALTA/QUEDA     *
      *     COMO NO VRB707S) E MESES COM GASTO NOS ULTIMOS 13;         *
      *   - PONTUALIDADE NO LOANPAR: PARCELAS VENCIDAS PAGAS (COM      *
      *     TETO) E PARCELAS VENCIDAS EM ABERTO (CPF DO LOANMST);      *
      *   - RESULTADOS DE CONTATO DA COBRANCA NO CTTHIST DOS ULTIMOS   *
      *     12 MESES (RECUSOU, PROMESSA, NUMERO ERRADO);               *
      *   - ESTAGIO DE COBRANCA DO CARCTL (ORIGEM C, CHAVE = CPF);     *
      *   - MESES COM PONTOS GANHOS NO PNTMST;                         *
      *   - TEMPO DE CASA PELA ABERTURA MAIS ANTIGA NO CTAAGE.         *
      * O SORT INTERNO JUNTA AS CONTRIBUICOES DE TODAS AS FONTES POR   *
      * CPF (SCOWRK). PESOS E LIMITES DAS FAIXAS FICAM NO PARMMST,     *
      * DOMINIO 'SCORE' (ROTINA PARGET31, VIGENCIA NA DATA DE CORTE);  *
      * SEM LINHA VIGENTE VALE O PADRAO DA TABELA INTERNA. PONTUACAO   *
      * = BASE + BONUS - PENALIDADES, LIMITADA A 0-999. O RELSCO TRAZ  *
      * A DISTRIBUICAO POR FAIXA E POR CENTENA PARA O COMITE DE        *
      * CREDITO. O SCOREMST ALIMENTA O VRB709S, O VRB710S E O VRB769S. *
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
           SELECT HISTMES        ASSIGN TO HISTMES
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT CTTHIST        ASSIGN TO CTTHIST
           FILE STATUS           IS        WS-FS-CTT.
      *----------------------------------------------------------------*
           SELECT CARCTL         ASSIGN TO CARCTL
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT PNTMST         ASSIGN TO PNTMST
           FILE STATUS           IS        WS-FS-PNT.
      *----------------------------------------------------------------*
           SELECT CTAAGE         ASSIGN TO CTAAGE
           FILE STATUS           IS        WS-FS-CTG.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT SCOWRK         ASSIGN TO SCOWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SCOREMST       ASSIGN TO SCOREMST
           FILE STATUS           IS        WS-FS-SCO.
      *----------------------------------------------------------------*
           SELECT RELSCO         ASSIGN TO RELSCO
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
       FD  HISTMES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 350 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-CPF                      PIC 9(11).
           05 HIS-NOME                     PIC X(30).
           05 HIS-BUCKET                   OCCURS 13 TIMES.
              10 HIS-ANO-MES               PIC 9(06).
              10 HIS-VALOR                 PIC 9(15)V99.
           05 FILLER                       PIC X(10).
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
              88 PAR-EM-ABERTO                          VALUE 'A' 'E'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  CTTHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTT.

       01  REG-CTT.
           05 CTT-CPF                      PIC 9(11).
           05 CTT-DATA                     PIC 9(08).
           05 CTT-RESULTADO                PIC X(01).
              88 CTT-PROMESSA                           VALUE 'P'.
              88 CTT-RECUSOU                            VALUE 'R'.
              88 CTT-NUMERO-ERRADO                      VALUE 'N'.
           05 CTT-FONE                     PIC X(13).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  CARCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CAR.

       01  REG-CAR.
           05 CAR-ORIGEM                   PIC X(01).
              88 CAR-ORIGEM-CLIENTE                     VALUE 'C'.
           05 CAR-CHAVE                    PIC 9(11).
           05 CAR-ULTIMO-ESTAGIO           PIC 9(01).
           05 CAR-DATA-ENVIO               PIC 9(08).
           05 FILLER                       PIC X(19).
      *----------------------------------------------------------------*
       FD  PNTMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 260 CHARACTERS
           DATA RECORD IS       REG-PNT.

       01  REG-PNT.
           05 PNT-CPF                      PIC 9(11).
           05 PNT-NOME                     PIC X(30).
           05 PNT-SALDO-PONTOS             PIC 9(09).
           05 PNT-QTDE-FAIXAS              PIC 9(02).
           05 PNT-FAIXA                    OCCURS 13 TIMES.
              10 PNT-FX-ANOMES             PIC 9(06).
              10 PNT-FX-PONTOS             PIC 9(09).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
       FD  CTAAGE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTG.

       01  REG-CTG.
           05 CTG-CONTA                    PIC 9(10).
           05 CTG-AGENCIA                  PIC 9(04).
           05 CTG-CPF                      PIC 9(11).
           05 CTG-DATA-ABERTURA            PIC 9(08).
           05 CTG-DATA-ABERTURA-R REDEFINES CTG-DATA-ABERTURA.
              10 CTG-ABER-ANO              PIC 9(04).
              10 CTG-ABER-MES              PIC 9(02).
              10 CTG-ABER-DIA              PIC 9(02).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   CONTRIBUICOES DAS FONTES CLASSIFICADAS POR CPF               *
      *   FATOR: H = PONTOS DO HISTMES    P = PARCELA PAGA (QTDE)      *
      *          A = PARCELA EM ATRASO    C = PONTOS DE CONTATO        *
      *          K = PONTOS DO CARCTL     F = PONTOS DO PNTMST         *
      *          T = MESES DE CASA                                     *
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-FATOR                     PIC X(01).
           05 SW-VALOR                     PIC S9(07).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  SCOWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CPF                      PIC 9(11).
           05 WRK-FATOR                    PIC X(01).
           05 WRK-VALOR                    PIC S9(07).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
      *   MASTER DO SCORE INTERNO (POR CPF, REGERADO TODO MES)         *
      *----------------------------------------------------------------*
       FD  SCOREMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SCO.

       01  REG-SCO.
           05 SCO-CPF                      PIC 9(11).
           05 SCO-ANOMES                   PIC 9(06).
           05 SCO-PONTUACAO                PIC 9(03).
           05 SCO-FAIXA                    PIC X(01).
           05 SCO-PTS-GASTO                PIC S9(04).
           05 SCO-PTS-PONTUALIDADE         PIC S9(04).
           05 SCO-PTS-CONTATO              PIC S9(04).
           05 SCO-PTS-COBRANCA             PIC S9(04).
           05 SCO-PTS-FIDELIDADE           PIC S9(04).
           05 SCO-PTS-TEMPO-CASA           PIC S9(04).
           05 SCO-MESES-CASA               PIC 9(04).
           05 SCO-DATA-CALCULO             PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  RELSCO
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PNT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTG                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-SCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PNT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTG                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-SCO                 PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-SEM-CPF             PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *  DATA DE CORTE = DIA 1 DO MES SEGUINTE AO DE REFERENCIA;       *
      *  JANELA DE CONTATOS = 12 MESES ANTES DO CORTE.                 *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-CORTE                   PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO                 PIC 9(04).
           05 WS-CORTE-MES                 PIC 9(02).
           05 WS-CORTE-DIA                 PIC 9(02).
       01  WS-DATA-JANELA                  PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-JANELA-R REDEFINES WS-DATA-JANELA.
           05 WS-JANELA-ANO                PIC 9(04).
           05 WS-JANELA-MES                PIC 9(02).
           05 WS-JANELA-DIA                PIC 9(02).
      *----------------------------------------------------------------*
      *        BATIMENTO LOANPAR X LOANMST (CPF DO CONTRATO)           *
      *----------------------------------------------------------------*
       77  WS-CHAVE-LOA                    PIC X(06)     VALUE SPACES.
       77  WS-CHAVE-PAR                    PIC X(06)     VALUE SPACES.
       77  WS-IND-MES                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-MESES-ATIVOS                 PIC 9(04)     VALUE ZEROS.
       77  WS-PONTOS-FONTE                 PIC S9(07)    VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PESOS DO SCORECARD (PADRAO; SUBSTITUIDOS PELO PARMMST,       *
      *   DOMINIO 'SCORE', CHAVE = NOME DO PESO, POSICOES 1-4)         *
      *----------------------------------------------------------------*
       01  WS-PESOS.
           05 FILLER                       PIC X(08)   VALUE 'BASE'.
           05 WS-PESO-BASE                 PIC 9(04)   VALUE 500.
           05 FILLER                       PIC X(08)   VALUE 'TENDALTA'.
           05 WS-PESO-TEND-ALTA            PIC 9(04)   VALUE 60.
           05 FILLER                       PIC X(08)   VALUE 'TENDQUED'.
           05 WS-PESO-TEND-QUEDA           PIC 9(04)   VALUE 60.
           05 FILLER                       PIC X(08)   VALUE 'GASTOMES'.
           05 WS-PESO-GASTO-MES            PIC 9(04)   VALUE 5.
           05 FILLER                       PIC X(08)   VALUE 'PARCPAGA'.
           05 WS-PESO-PARC-PAGA            PIC 9(04)   VALUE 10.
           05 FILLER                       PIC X(08)   VALUE 'PARCMAX'.
           05 WS-PESO-PARC-MAX             PIC 9(04)   VALUE 100.
           05 FILLER                       PIC X(08)   VALUE 'PARCATRA'.
           05 WS-PESO-PARC-ATRASO          PIC 9(04)   VALUE 40.
           05 FILLER                       PIC X(08)   VALUE 'CTTRECUS'.
           05 WS-PESO-CTT-RECUSOU          PIC 9(04)   VALUE 30.
           05 FILLER                       PIC X(08)   VALUE 'CTTPROME'.
           05 WS-PESO-CTT-PROMESSA         PIC 9(04)   VALUE 10.
           05 FILLER                       PIC X(08)   VALUE 'CTTERRAD'.
           05 WS-PESO-CTT-ERRADO           PIC 9(04)   VALUE 20.
           05 FILLER                       PIC X(08)   VALUE 'ESTAGIO1'.
           05 WS-PESO-ESTAGIO-1            PIC 9(04)   VALUE 50.
           05 FILLER                       PIC X(08)   VALUE 'ESTAGIO2'.
           05 WS-PESO-ESTAGIO-2            PIC 9(04)   VALUE 100.
           05 FILLER                       PIC X(08)   VALUE 'ESTAGIO3'.
           05 WS-PESO-ESTAGIO-3            PIC 9(04)   VALUE 200.
           05 FILLER                       PIC X(08)   VALUE 'PNTMES'.
           05 WS-PESO-PONTOS-MES           PIC 9(04)   VALUE 5.
           05 FILLER                       PIC X(08)   VALUE 'CASA24M'.
           05 WS-PESO-CASA-24M             PIC 9(04)   VALUE 30.
           05 FILLER                       PIC X(08)   VALUE 'CASA60M'.
           05 WS-PESO-CASA-60M             PIC 9(04)   VALUE 60.
           05 FILLER                       PIC X(08)   VALUE 'FAIXAA'.
           05 WS-LIMITE-FAIXA-A            PIC 9(04)   VALUE 800.
           05 FILLER                       PIC X(08)   VALUE 'FAIXAB'.
           05 WS-LIMITE-FAIXA-B            PIC 9(04)   VALUE 650.
           05 FILLER                       PIC X(08)   VALUE 'FAIXAC'.
           05 WS-LIMITE-FAIXA-C            PIC 9(04)   VALUE 500.
           05 FILLER                       PIC X(08)   VALUE 'FAIXAD'.
           05 WS-LIMITE-FAIXA-D            PIC 9(04)   VALUE 350.
       01  WS-TAB-PESOS REDEFINES          WS-PESOS.
           05 WS-PSO-ITEM                  OCCURS 20 TIMES.
              10 WS-PSO-CHAVE              PIC X(08).
              10 WS-PSO-VALOR              PIC 9(04).
       77  WS-IND-PSO                      PIC 9(04)     VALUE ZEROS
                                            COMP.
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
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-CAMPOS REDEFINES WS-VC-AREA.
           05 WS-VC-PESO                   PIC 9(04).
      *----------------------------------------------------------------*
      *                 APURACAO DO CPF CORRENTE                       *
      *----------------------------------------------------------------*
       77  WS-CPF-ATUAL                    PIC 9(11)     VALUE ZEROS.
       77  WS-ACU-GASTO                    PIC S9(07)    VALUE ZEROS.
       77  WS-ACU-PARC-PAGAS               PIC 9(07)     VALUE ZEROS.
       77  WS-ACU-PARC-ATRASO              PIC 9(07)     VALUE ZEROS.
       77  WS-ACU-CONTATO                  PIC S9(07)    VALUE ZEROS.
       77  WS-ACU-COBRANCA                 PIC S9(07)    VALUE ZEROS.
       77  WS-ACU-FIDELIDADE               PIC S9(07)    VALUE ZEROS.
       77  WS-ACU-MESES-CASA               PIC 9(07)     VALUE ZEROS.
       77  WS-PTS-PONTUALIDADE             PIC S9(07)    VALUE ZEROS.
       77  WS-PTS-TEMPO-CASA               PIC S9(07)    VALUE ZEROS.
       77  WS-PONTUACAO                    PIC S9(07)    VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DISTRIBUICAO (FAIXAS A-E E CENTENAS 0-9)                     *
      *----------------------------------------------------------------*
       77  WS-IND-FX                       PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CEN                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-NOMES-FAIXA                  PIC X(05)   VALUE 'ABCDE'.
       01  WS-TAB-DIST.
           05 WS-DIST-FAIXA                OCCURS 5 TIMES.
              10 WS-DFX-QTDE               PIC 9(07).
              10 WS-DFX-SOMA               PIC 9(11).
           05 WS-DIST-CENTENA              OCCURS 10 TIMES.
              10 WS-DCE-QTDE               PIC 9(07).
       77  WS-PERCENTUAL                   PIC 9(03)V9(02) VALUE ZEROS.
       77  WS-MEDIA                        PIC 9(03)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB806S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB806S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELSCO                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(45)  VALUE
                  'DISTRIBUICAO DO SCORE INTERNO - REFERENCIA   '.
           05 CABT-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-FAIXAS.
           05 FILLER                       PIC X(40)  VALUE
                  'FAIXA  PONTUACAO     CLIENTES    PERC(%)'.
           05 FILLER                       PIC X(40)  VALUE
                  '   MEDIA'.
      *----------------------------------------------------------------*
       01  DET-FAIXA.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-FAIXA                   PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETF-DE                      PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE ' A '.
           05 DETF-ATE                     PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETF-QTDE                    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETF-PERC                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-MEDIA                   PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(34)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-CENTENAS.
           05 FILLER                       PIC X(40)  VALUE
                  'PONTUACAO           CLIENTES    PERC(%) '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-CENTENA.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-DE                      PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE ' A '.
           05 DETC-ATE                     PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 DETC-QTDE                    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETC-PERC                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-TOTAL.
           05 FILLER                       PIC X(20)  VALUE
                  'TOTAL DE CLIENTES:  '.
           05 DETT-QTDE                    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(51)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 0100-CLASSIFICA-FATORES
               THRU 0100-99-CLASSIFICA-FATORES-EXIT.
           PERFORM 1500-ABRE-APURACAO
               THRU 1500-99-ABRE-APURACAO-EXIT.
           PERFORM 2000-PROCESSA-CPF
               THRU 2000-99-PROCESSA-CPF-EXIT
                   UNTIL WS-FS-WRK         EQUAL '10'.
           PERFORM 6000-RELATORIO          THRU  6000-99-RELATORIO-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-FATORES             SECTION.
      *================================================================*
           MOVE '0100-CLASSIFICA-FATORES'  TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                INPUT  PROCEDURE IS        0150-MONTA-FATORES
                GIVING                     SCOWRK.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-FATORES-EXIT.    EXIT.
      *================================================================*
       0150-MONTA-FATORES                  SECTION.
      *================================================================*
      * CADA FONTE ENTREGA AO SORT SUAS CONTRIBUICOES POR CPF. CTTHIST *
      * E CTAAGE SAO ACUMULATIVOS E PODEM NAO EXISTIR AINDA (35).      *
      *----------------------------------------------------------------*
           MOVE '0150-MONTA-FATORES'       TO    WS-CODIGO-AREA.

           OPEN  INPUT                     HISTMES.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER HISTMES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0200-RELEASE-HISTMES
               THRU 0200-99-RELEASE-HISTMES-EXIT
                   UNTIL WS-FS-HIS         EQUAL      '10'.
           CLOSE HISTMES.

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
           PERFORM 0310-LER-LOANMST  THRU  0310-99-LER-LOANMST-EXIT.
           PERFORM 0320-LER-LOANPAR  THRU  0320-99-LER-LOANPAR-EXIT.
           PERFORM 0300-RELEASE-PARCELA
               THRU 0300-99-RELEASE-PARCELA-EXIT
                   UNTIL WS-CHAVE-PAR      EQUAL      HIGH-VALUES.
           CLOSE LOANMST  LOANPAR.

           OPEN  INPUT                     CTTHIST.
           IF    WS-FS-CTT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CTT
           ELSE
                 IF  WS-FS-CTT             NOT EQUAL  '00'
                     MOVE WS-FS-CTT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO HISTORICO CTTHIST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 0400-RELEASE-CONTATO
                     THRU 0400-99-RELEASE-CONTATO-EXIT
                         UNTIL WS-FS-CTT   EQUAL      '10'
                 CLOSE CTTHIST
           END-IF.

           OPEN  INPUT                     CARCTL.
           IF    WS-FS-CAR                 NOT EQUAL  '00'
                 MOVE WS-FS-CAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE CARCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0500-RELEASE-CARCTL
               THRU 0500-99-RELEASE-CARCTL-EXIT
                   UNTIL WS-FS-CAR         EQUAL      '10'.
           CLOSE CARCTL.

           OPEN  INPUT                     PNTMST.
           IF    WS-FS-PNT                 NOT EQUAL  '00'
                 MOVE WS-FS-PNT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PNTMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0600-RELEASE-PONTOS
               THRU 0600-99-RELEASE-PONTOS-EXIT
                   UNTIL WS-FS-PNT         EQUAL      '10'.
           CLOSE PNTMST.

           OPEN  INPUT                     CTAAGE.
           IF    WS-FS-CTG                 EQUAL      '35'
                 GO TO 0150-99-MONTA-FATORES-EXIT
           END-IF.
           IF    WS-FS-CTG                 NOT EQUAL  '00'
                 MOVE WS-FS-CTG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0700-RELEASE-ABERTURA
               THRU 0700-99-RELEASE-ABERTURA-EXIT
                   UNTIL WS-FS-CTG         EQUAL      '10'.
           CLOSE CTAAGE.
      *----------------------------------------------------------------*
       0150-99-MONTA-FATORES-EXIT.         EXIT.
      *================================================================*
       0200-RELEASE-HISTMES                SECTION.
      *================================================================*
      * TRIMESTRE EM ALTA/QUEDA (BUCKET 1 = MES MAIS RECENTE) E UM     *
      * BONUS POR MES COM GASTO NOS 13 MESES.                          *
      *----------------------------------------------------------------*
           READ  HISTMES.
           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE '0200-RELEASE-HISTMES' TO         WS-CODIGO-AREA
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER HISTMES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HIS                   NOT EQUAL  '00'
               GO TO 0200-99-RELEASE-HISTMES-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HIS.
           MOVE ZEROS                      TO         WS-PONTOS-FONTE
                                                      WS-MESES-ATIVOS.

           IF  HIS-ANO-MES (3)             NOT EQUAL  ZEROS
               IF  HIS-VALOR (1)           GREATER    HIS-VALOR (2)
               AND HIS-VALOR (2)           GREATER    HIS-VALOR (3)
                   ADD  WS-PESO-TEND-ALTA  TO         WS-PONTOS-FONTE
               END-IF
               IF  HIS-VALOR (1)           LESS       HIS-VALOR (2)
               AND HIS-VALOR (2)           LESS       HIS-VALOR (3)
                   SUBTRACT WS-PESO-TEND-QUEDA FROM   WS-PONTOS-FONTE
               END-IF
           END-IF.

           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER 13
               IF  HIS-ANO-MES (WS-IND-MES) NOT EQUAL ZEROS
               AND HIS-VALOR   (WS-IND-MES) GREATER   ZEROS
                   ADD  1                  TO         WS-MESES-ATIVOS
               END-IF
           END-PERFORM.
           COMPUTE WS-PONTOS-FONTE = WS-PONTOS-FONTE
                   + WS-MESES-ATIVOS * WS-PESO-GASTO-MES.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE HIS-CPF                    TO         SW-CPF.
           MOVE 'H'                        TO         SW-FATOR.
           MOVE WS-PONTOS-FONTE            TO         SW-VALOR.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0200-99-RELEASE-HISTMES-EXIT.       EXIT.
      *================================================================*
       0300-RELEASE-PARCELA                SECTION.
      *================================================================*
      * PARCELA VENCIDA ATE O FIM DO MES: PAGA (P/Q) OU EM ABERTO      *
      * (A/E), NO CPF DO CONTRATO.                                     *
      *----------------------------------------------------------------*
           IF  PAR-DATA-VENCTO         NOT LESS       WS-DATA-CORTE
               GO TO 0300-50-PROXIMA
           END-IF.

           PERFORM 0310-LER-LOANMST  THRU  0310-99-LER-LOANMST-EXIT
                   UNTIL WS-CHAVE-LOA  NOT LESS       WS-CHAVE-PAR.
           IF  WS-CHAVE-LOA            NOT EQUAL      WS-CHAVE-PAR
               ADD  1                      TO      WS-PARCELAS-SEM-CPF
               GO TO 0300-50-PROXIMA
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE LOA-CPF                    TO         SW-CPF.
           MOVE 1                          TO         SW-VALOR.
           EVALUATE TRUE
               WHEN PAR-SIT-PAGA
                   MOVE 'P'                TO         SW-FATOR
                   RELEASE REG-SORTWK
               WHEN PAR-EM-ABERTO
                   MOVE 'A'                TO         SW-FATOR
                   RELEASE REG-SORTWK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-50-PROXIMA.
           PERFORM 0320-LER-LOANPAR  THRU  0320-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       0300-99-RELEASE-PARCELA-EXIT.       EXIT.
      *================================================================*
       0310-LER-LOANMST                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE '0310-LER-LOANMST'     TO         WS-CODIGO-AREA
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
       0310-99-LER-LOANMST-EXIT.           EXIT.
      *================================================================*
       0320-LER-LOANPAR                    SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '0320-LER-LOANPAR'     TO         WS-CODIGO-AREA
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
       0320-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       0400-RELEASE-CONTATO                SECTION.
      *================================================================*
      * SO CONTA CONTATO DOS ULTIMOS 12 MESES ATE O CORTE.             *
      *----------------------------------------------------------------*
           READ  CTTHIST.
           IF  WS-FS-CTT   NOT EQUAL '00'
           AND WS-FS-CTT   NOT EQUAL '10'
               MOVE '0400-RELEASE-CONTATO' TO         WS-CODIGO-AREA
               MOVE WS-FS-CTT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO CTTHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTT                   NOT EQUAL  '00'
               GO TO 0400-99-RELEASE-CONTATO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTT.
           IF  CTT-DATA                    LESS       WS-DATA-JANELA
           OR  CTT-DATA                NOT LESS       WS-DATA-CORTE
               GO TO 0400-99-RELEASE-CONTATO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN CTT-RECUSOU
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-CTT-RECUSOU
               WHEN CTT-PROMESSA
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-CTT-PROMESSA
               WHEN CTT-NUMERO-ERRADO
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-CTT-ERRADO
               WHEN OTHER
                   GO TO 0400-99-RELEASE-CONTATO-EXIT
           END-EVALUATE.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE CTT-CPF                    TO         SW-CPF.
           MOVE 'C'                        TO         SW-FATOR.
           MOVE WS-PONTOS-FONTE            TO         SW-VALOR.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0400-99-RELEASE-CONTATO-EXIT.       EXIT.
      *================================================================*
       0500-RELEASE-CARCTL                 SECTION.
      *================================================================*
      * SO A ORIGEM C (CLIENTE) TEM CPF NA CHAVE; SOCIO FICA DE FORA.  *
      *----------------------------------------------------------------*
           READ  CARCTL.
           IF  WS-FS-CAR   NOT EQUAL '00'
           AND WS-FS-CAR   NOT EQUAL '10'
               MOVE '0500-RELEASE-CARCTL'  TO         WS-CODIGO-AREA
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE CARCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               GO TO 0500-99-RELEASE-CARCTL-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CAR.
           IF  NOT CAR-ORIGEM-CLIENTE
               GO TO 0500-99-RELEASE-CARCTL-EXIT
           END-IF.

           EVALUATE CAR-ULTIMO-ESTAGIO
               WHEN 1
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-ESTAGIO-1
               WHEN 2
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-ESTAGIO-2
               WHEN 3
                   COMPUTE WS-PONTOS-FONTE = 0 - WS-PESO-ESTAGIO-3
               WHEN OTHER
                   GO TO 0500-99-RELEASE-CARCTL-EXIT
           END-EVALUATE.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE CAR-CHAVE                  TO         SW-CPF.
           MOVE 'K'                        TO         SW-FATOR.
           MOVE WS-PONTOS-FONTE            TO         SW-VALOR.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0500-99-RELEASE-CARCTL-EXIT.        EXIT.
      *================================================================*
       0600-RELEASE-PONTOS                 SECTION.
      *================================================================*
      * BONUS POR MES COM PONTOS GANHOS NAS FAIXAS DO PNTMST.          *
      *----------------------------------------------------------------*
           READ  PNTMST.
           IF  WS-FS-PNT   NOT EQUAL '00'
           AND WS-FS-PNT   NOT EQUAL '10'
               MOVE '0600-RELEASE-PONTOS'  TO         WS-CODIGO-AREA
               MOVE WS-FS-PNT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PNTMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PNT                   NOT EQUAL  '00'
               GO TO 0600-99-RELEASE-PONTOS-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PNT.
           MOVE ZEROS                      TO         WS-MESES-ATIVOS.
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER PNT-QTDE-FAIXAS
                      OR WS-IND-MES GREATER 13
               IF  PNT-FX-PONTOS (WS-IND-MES) GREATER ZEROS
                   ADD  1                  TO         WS-MESES-ATIVOS
               END-IF
           END-PERFORM.
           IF  WS-MESES-ATIVOS             EQUAL      ZEROS
               GO TO 0600-99-RELEASE-PONTOS-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE PNT-CPF                    TO         SW-CPF.
           MOVE 'F'                        TO         SW-FATOR.
           COMPUTE SW-VALOR = WS-MESES-ATIVOS * WS-PESO-PONTOS-MES.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0600-99-RELEASE-PONTOS-EXIT.        EXIT.
      *================================================================*
       0700-RELEASE-ABERTURA               SECTION.
      *================================================================*
      * MESES ENTRE A ABERTURA DA CONTA E O CORTE; NA APURACAO VALE A  *
      * ABERTURA MAIS ANTIGA DO CPF.                                   *
      *----------------------------------------------------------------*
           READ  CTAAGE.
           IF  WS-FS-CTG   NOT EQUAL '00'
           AND WS-FS-CTG   NOT EQUAL '10'
               MOVE '0700-RELEASE-ABERTURA' TO        WS-CODIGO-AREA
               MOVE WS-FS-CTG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTG                   NOT EQUAL  '00'
               GO TO 0700-99-RELEASE-ABERTURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTG.
           IF  CTG-DATA-ABERTURA           NOT NUMERIC
           OR  CTG-DATA-ABERTURA       NOT LESS       WS-DATA-CORTE
               GO TO 0700-99-RELEASE-ABERTURA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE CTG-CPF                    TO         SW-CPF.
           MOVE 'T'                        TO         SW-FATOR.
           COMPUTE SW-VALOR = (WS-CORTE-ANO * 12 + WS-CORTE-MES)
                            - (CTG-ABER-ANO * 12 + CTG-ABER-MES) - 1.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0700-99-RELEASE-ABERTURA-EXIT.      EXIT.
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
           MOVE  WS-DATA-CORTE             TO         WS-DATA-JANELA.
           SUBTRACT 1                      FROM       WS-JANELA-ANO.

           PERFORM 1100-CARREGA-PESO THRU 1100-99-CARREGA-PESO-EXIT
                   VARYING WS-IND-PSO FROM 1 BY 1
                   UNTIL WS-IND-PSO GREATER 20.

           IF  WS-LIMITE-FAIXA-A       NOT GREATER    WS-LIMITE-FAIXA-B
           OR  WS-LIMITE-FAIXA-B       NOT GREATER    WS-LIMITE-FAIXA-C
           OR  WS-LIMITE-FAIXA-C       NOT GREATER    WS-LIMITE-FAIXA-D
           OR  WS-LIMITE-FAIXA-A           GREATER    999
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LIMITES DAS FAIXAS DO SCORE FORA DE ORDEM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           INITIALIZE                      WS-TAB-DIST.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-PESO                   SECTION.
      *================================================================*
      * PESO NO PARMMST VIA PARGET31, NA DATA DE CORTE. SEM LINHA EM   *
      * VIGOR ('V') FICA O PADRAO; MASTER INDISPONIVEL ('N') CANCELA.  *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-PESO'        TO         WS-CODIGO-AREA.

           MOVE 'SCORE   '                 TO         WS-PGT-DOMINIO.
           MOVE WS-PSO-CHAVE (WS-IND-PSO)  TO         WS-PGT-CHAVE.
           MOVE WS-DATA-CORTE              TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:4) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PESO DO SCORE NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-PESO    TO  WS-PSO-VALOR (WS-IND-PSO)
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PESO-EXIT.          EXIT.
      *================================================================*
       1500-ABRE-APURACAO                  SECTION.
      *================================================================*
           MOVE '1500-ABRE-APURACAO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     SCOWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SCOWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SCOREMST.
           IF    WS-FS-SCO                 NOT EQUAL  '00'
                 MOVE WS-FS-SCO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER SCOREMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELSCO.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSCO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LER-SCOWRK   THRU  2100-99-LER-SCOWRK-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-APURACAO-EXIT.         EXIT.
      *================================================================*
       2000-PROCESSA-CPF                   SECTION.
      *================================================================*
      * QUEBRA POR CPF: ACUMULA AS CONTRIBUICOES E CALCULA O SCORE.    *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-CPF'        TO         WS-CODIGO-AREA.

           MOVE WRK-CPF                    TO         WS-CPF-ATUAL.
           MOVE ZEROS                      TO         WS-ACU-GASTO
                                                      WS-ACU-PARC-PAGAS
                                                      WS-ACU-PARC-ATRASO
                                                      WS-ACU-CONTATO
                                                      WS-ACU-COBRANCA
                                                      WS-ACU-FIDELIDADE
                                                      WS-ACU-MESES-CASA.

           PERFORM 2200-ACUMULA-FATOR THRU 2200-99-ACUMULA-FATOR-EXIT
                   UNTIL WS-FS-WRK         EQUAL      '10'
                      OR WRK-CPF       NOT EQUAL      WS-CPF-ATUAL.

           PERFORM 2500-CALCULA-SCORE THRU 2500-99-CALCULA-SCORE-EXIT.
           PERFORM 2700-GRAVA-SCOREMST
               THRU 2700-99-GRAVA-SCOREMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-CPF-EXIT.          EXIT.
      *================================================================*
       2100-LER-SCOWRK                     SECTION.
      *================================================================*
           READ  SCOWRK.
           IF  WS-FS-WRK   NOT EQUAL '00'
           AND WS-FS-WRK   NOT EQUAL '10'
               MOVE '2100-LER-SCOWRK'      TO         WS-CODIGO-AREA
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO SCOWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-SCOWRK-EXIT.            EXIT.
      *================================================================*
       2200-ACUMULA-FATOR                  SECTION.
      *================================================================*
           EVALUATE WRK-FATOR
               WHEN 'H'
                   ADD  WRK-VALOR          TO         WS-ACU-GASTO
               WHEN 'P'
                   ADD  WRK-VALOR          TO         WS-ACU-PARC-PAGAS
               WHEN 'A'
                   ADD  WRK-VALOR          TO         WS-ACU-PARC-ATRASO
               WHEN 'C'
                   ADD  WRK-VALOR          TO         WS-ACU-CONTATO
               WHEN 'K'
                   ADD  WRK-VALOR          TO         WS-ACU-COBRANCA
               WHEN 'F'
                   ADD  WRK-VALOR          TO         WS-ACU-FIDELIDADE
               WHEN 'T'
                   IF  WRK-VALOR           GREATER    WS-ACU-MESES-CASA
                       MOVE WRK-VALOR      TO         WS-ACU-MESES-CASA
                   END-IF
           END-EVALUATE.

           PERFORM 2100-LER-SCOWRK   THRU  2100-99-LER-SCOWRK-EXIT.
      *----------------------------------------------------------------*
       2200-99-ACUMULA-FATOR-EXIT.         EXIT.
      *================================================================*
       2500-CALCULA-SCORE                  SECTION.
      *================================================================*
      * BONUS DE PARCELAS PAGAS TEM TETO (PARCMAX); TEMPO DE CASA DA   *
      * O BONUS DO MAIOR DEGRAU ATINGIDO. RESULTADO LIMITADO A 0-999.  *
      *----------------------------------------------------------------*
           COMPUTE WS-PTS-PONTUALIDADE =
                   WS-ACU-PARC-PAGAS * WS-PESO-PARC-PAGA.
           IF  WS-PTS-PONTUALIDADE         GREATER    WS-PESO-PARC-MAX
               MOVE WS-PESO-PARC-MAX       TO      WS-PTS-PONTUALIDADE
           END-IF.
           COMPUTE WS-PTS-PONTUALIDADE = WS-PTS-PONTUALIDADE
                   - WS-ACU-PARC-ATRASO * WS-PESO-PARC-ATRASO.

           MOVE ZEROS                      TO         WS-PTS-TEMPO-CASA.
           IF  WS-ACU-MESES-CASA       NOT LESS       24
               MOVE WS-PESO-CASA-24M       TO         WS-PTS-TEMPO-CASA
           END-IF.
           IF  WS-ACU-MESES-CASA       NOT LESS       60
               MOVE WS-PESO-CASA-60M       TO         WS-PTS-TEMPO-CASA
           END-IF.

           COMPUTE WS-PONTUACAO = WS-PESO-BASE
                                + WS-ACU-GASTO
                                + WS-PTS-PONTUALIDADE
                                + WS-ACU-CONTATO
                                + WS-ACU-COBRANCA
                                + WS-ACU-FIDELIDADE
                                + WS-PTS-TEMPO-CASA.
           IF  WS-PONTUACAO                LESS       ZEROS
               MOVE ZEROS                  TO         WS-PONTUACAO
           END-IF.
           IF  WS-PONTUACAO                GREATER    999
               MOVE 999                    TO         WS-PONTUACAO
           END-IF.

           EVALUATE TRUE
               WHEN WS-PONTUACAO       NOT LESS       WS-LIMITE-FAIXA-A
                   MOVE 1                  TO         WS-IND-FX
               WHEN WS-PONTUACAO       NOT LESS       WS-LIMITE-FAIXA-B
                   MOVE 2                  TO         WS-IND-FX
               WHEN WS-PONTUACAO       NOT LESS       WS-LIMITE-FAIXA-C
                   MOVE 3                  TO         WS-IND-FX
               WHEN WS-PONTUACAO       NOT LESS       WS-LIMITE-FAIXA-D
                   MOVE 4                  TO         WS-IND-FX
               WHEN OTHER
                   MOVE 5                  TO         WS-IND-FX
           END-EVALUATE.

           ADD  1                  TO  WS-DFX-QTDE (WS-IND-FX).
           ADD  WS-PONTUACAO       TO  WS-DFX-SOMA (WS-IND-FX).
           COMPUTE WS-IND-CEN = WS-PONTUACAO / 100 + 1.
           ADD  1                  TO  WS-DCE-QTDE (WS-IND-CEN).
      *----------------------------------------------------------------*
       2500-99-CALCULA-SCORE-EXIT.         EXIT.
      *================================================================*
       2700-GRAVA-SCOREMST                 SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-SCO.
           MOVE WS-CPF-ATUAL               TO         SCO-CPF.
           MOVE WS-ANOMES-REF              TO         SCO-ANOMES.
           MOVE WS-PONTUACAO               TO         SCO-PONTUACAO.
           MOVE WS-NOMES-FAIXA (WS-IND-FX:1) TO       SCO-FAIXA.
           MOVE WS-ACU-GASTO               TO         SCO-PTS-GASTO.
           MOVE WS-PTS-PONTUALIDADE        TO      SCO-PTS-PONTUALIDADE.
           MOVE WS-ACU-CONTATO             TO         SCO-PTS-CONTATO.
           MOVE WS-ACU-COBRANCA            TO         SCO-PTS-COBRANCA.
           MOVE WS-ACU-FIDELIDADE          TO       SCO-PTS-FIDELIDADE.
           MOVE WS-PTS-TEMPO-CASA          TO       SCO-PTS-TEMPO-CASA.
           MOVE WS-ACU-MESES-CASA          TO         SCO-MESES-CASA.
           MOVE WS-DATA-HOJE               TO         SCO-DATA-CALCULO.
           WRITE REG-SCO.
           IF  WS-FS-SCO                   NOT EQUAL  '00'
               MOVE '2700-GRAVA-SCOREMST'  TO         WS-CODIGO-AREA
               MOVE WS-FS-SCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER SCOREMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-SCO.
      *----------------------------------------------------------------*
       2700-99-GRAVA-SCOREMST-EXIT.        EXIT.
      *================================================================*
       6000-RELATORIO                      SECTION.
      *================================================================*
      * DISTRIBUICAO PARA O COMITE DE CREDITO: POR FAIXA (COM A MEDIA  *
      * DE PONTOS) E POR CENTENA DE PONTUACAO.                         *
      *----------------------------------------------------------------*
           MOVE '6000-RELATORIO'           TO         WS-CODIGO-AREA.

           MOVE WS-ANOMES-REF              TO         CABT-ANOMES.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           WRITE REG-REL                   FROM       CAB-FAIXAS.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           PERFORM 6100-LINHA-FAIXA THRU 6100-99-LINHA-FAIXA-EXIT
                   VARYING WS-IND-FX FROM 1 BY 1
                   UNTIL WS-IND-FX GREATER 5.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           WRITE REG-REL                   FROM       CAB-CENTENAS.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           PERFORM 6200-LINHA-CENTENA THRU 6200-99-LINHA-CENTENA-EXIT
                   VARYING WS-IND-CEN FROM 1 BY 1
                   UNTIL WS-IND-CEN GREATER 10.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
           MOVE WS-GRAVADOS-SCO            TO         DETT-QTDE.
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
      *----------------------------------------------------------------*
       6000-99-RELATORIO-EXIT.             EXIT.
      *================================================================*
       6100-LINHA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-NOMES-FAIXA (WS-IND-FX:1) TO       DETF-FAIXA.
           EVALUATE WS-IND-FX
               WHEN 1
                   MOVE WS-LIMITE-FAIXA-A  TO         DETF-DE
                   MOVE 999                TO         DETF-ATE
               WHEN 2
                   MOVE WS-LIMITE-FAIXA-B  TO         DETF-DE
                   COMPUTE DETF-ATE = WS-LIMITE-FAIXA-A - 1
               WHEN 3
                   MOVE WS-LIMITE-FAIXA-C  TO         DETF-DE
                   COMPUTE DETF-ATE = WS-LIMITE-FAIXA-B - 1
               WHEN 4
                   MOVE WS-LIMITE-FAIXA-D  TO         DETF-DE
                   COMPUTE DETF-ATE = WS-LIMITE-FAIXA-C - 1
               WHEN OTHER
                   MOVE ZEROS              TO         DETF-DE
                   COMPUTE DETF-ATE = WS-LIMITE-FAIXA-D - 1
           END-EVALUATE.
           MOVE WS-DFX-QTDE (WS-IND-FX)    TO         DETF-QTDE.

           MOVE ZEROS                      TO         WS-PERCENTUAL
                                                      WS-MEDIA.
           IF  WS-GRAVADOS-SCO             GREATER    ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-DFX-QTDE (WS-IND-FX) * 100 / WS-GRAVADOS-SCO
           END-IF.
           IF  WS-DFX-QTDE (WS-IND-FX)     GREATER    ZEROS
               COMPUTE WS-MEDIA ROUNDED =
                       WS-DFX-SOMA (WS-IND-FX) / WS-DFX-QTDE (WS-IND-FX)
           END-IF.
           MOVE WS-PERCENTUAL              TO         DETF-PERC.
           MOVE WS-MEDIA                   TO         DETF-MEDIA.
           WRITE REG-REL                   FROM       DET-FAIXA.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
      *----------------------------------------------------------------*
       6100-99-LINHA-FAIXA-EXIT.           EXIT.
      *================================================================*
       6200-LINHA-CENTENA                  SECTION.
      *================================================================*
           COMPUTE DETC-DE  = (WS-IND-CEN - 1) * 100.
           COMPUTE DETC-ATE = WS-IND-CEN * 100 - 1.
           MOVE WS-DCE-QTDE (WS-IND-CEN)   TO         DETC-QTDE.
           MOVE ZEROS                      TO         WS-PERCENTUAL.
           IF  WS-GRAVADOS-SCO             GREATER    ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-DCE-QTDE (WS-IND-CEN) * 100 / WS-GRAVADOS-SCO
           END-IF.
           MOVE WS-PERCENTUAL              TO         DETC-PERC.
           WRITE REG-REL                   FROM       DET-CENTENA.
           PERFORM 8000-FS-RELSCO THRU 8000-99-FS-RELSCO-EXIT.
      *----------------------------------------------------------------*
       6200-99-LINHA-CENTENA-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELSCO                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELSCO'       TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELSCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELSCO-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE SCOWRK  SCOREMST  RELSCO.
           IF  WS-FS-SCO                   NOT EQUAL  '00'
               MOVE WS-FS-SCO              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO MASTER SCOREMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS HISTMES         =    ' WS-LIDOS-HIS.
           DISPLAY '* LIDOS LOANPAR         =    ' WS-LIDOS-PAR.
           DISPLAY '* PARCELAS SEM CONTRATO =    ' WS-PARCELAS-SEM-CPF.
           DISPLAY '* LIDOS CTTHIST         =    ' WS-LIDOS-CTT.
           DISPLAY '* LIDOS CARCTL          =    ' WS-LIDOS-CAR.
           DISPLAY '* LIDOS PNTMST          =    ' WS-LIDOS-PNT.
           DISPLAY '* LIDOS CTAAGE          =    ' WS-LIDOS-CTG.
           DISPLAY '* GRAVADOS SCOREMST     =    ' WS-GRAVADOS-SCO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-HIS + WS-LIDOS-PAR
                                    + WS-LIDOS-CTT + WS-LIDOS-CAR
                                    + WS-LIDOS-PNT + WS-LIDOS-CTG.
           MOVE  WS-GRAVADOS-SCO           TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB806S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
