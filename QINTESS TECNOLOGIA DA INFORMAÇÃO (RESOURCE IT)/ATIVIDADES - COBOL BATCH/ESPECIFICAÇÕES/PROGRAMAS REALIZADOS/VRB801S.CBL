       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB801S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: SINISTRO DO SEGURO PRESTAMISTA DOS CONTRATOS DE      *
      * EMPRESTIMO (APOLICES GRAVADAS PELO VRB766S NO LOANSEG). RODA   *
      * DEPOIS DO VRB790S, QUE MANTEM O MASTER DE OBITOS OBITOMST:     *
      *   - APOLICE ATIVA DE CONTRATO ATIVO CUJO CPF CONSTA NO         *
      *     OBITOMST: O SINISTRO EH AVISADO (APOLICE 'S'), O CONTRATO  *
      *     EH CONGELADO (SITUACAO 'S' NO LOANMSTN - FORA DA COBRANCA  *
      *     DO VRB767S E DO ATRASO DO VRB768S) E O AVISO SAI NO        *
      *     ARQUIVO SEGSIN PARA A SEGURADORA COM O SALDO DEVEDOR NA    *
      *     DATA DO OBITO (PARCELA VENCIDA PELO NOMINAL, A VENCER PELO *
      *     VALOR PRESENTE A TAXA DO CONTRATO, SEM O PREMIO);          *
      *   - APOLICE COM SINISTRO AVISADO E INDENIZACAO NO RETORNO      *
      *     SEGIND DA SEGURADORA: A APOLICE FICA 'I', AS PARCELAS EM   *
      *     ABERTO VIRAM 'Q' (BOLETOS MENSAIS AINDA EMITIDOS SAO       *
      *     BAIXADOS NO TITMST) E O CONTRATO FECHA 'Q';                *
      *   - APOLICE ATIVA DE CONTRATO JA QUITADO: A APOLICE ENCERRA    *
      *     ('C').                                                     *
      * OS MASTERS SAO REGRAVADOS EM NOVA GERACAO (LOANSEGN, LOANPARN, *
      * LOANMSTN); O BOLETO BAIXADO EH REGRAVADO NO LUGAR NO CLUSTER   *
      * TITMST.                                                        *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: BOLETO LIDO PELA CHAVE *
      *                                   E BAIXADO NO LUGAR (SEM A    *
      *                                   TABELA DE 5000 TITULOS, SEM O*
      *                                   TITMSTN E SEM O GENCAT31);   *
      *                                   DESCARGA DO DIA (VRB865S)    *
      *                                   EXIGIDA NO TITCAT            *
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

           SELECT OBITOMST       ASSIGN TO OBITOMST
           FILE STATUS           IS        WS-FS-OBI.
      *----------------------------------------------------------------*
           SELECT SEGIND         ASSIGN TO SEGIND
           FILE STATUS           IS        WS-FS-IND.
      *----------------------------------------------------------------*
           SELECT LOANSEG        ASSIGN TO LOANSEG
           FILE STATUS           IS        WS-FS-SEG.
      *----------------------------------------------------------------*
           SELECT LOANSEGN       ASSIGN TO LOANSEGN
           FILE STATUS           IS        WS-FS-SEGN.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT LOANMSTN       ASSIGN TO LOANMSTN
           FILE STATUS           IS        WS-FS-LOAN.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT LOANPARN       ASSIGN TO LOANPARN
           FILE STATUS           IS        WS-FS-PARN.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *----------------------------------------------------------------*
           SELECT SEGSIN         ASSIGN TO SEGSIN
           FILE STATUS           IS        WS-FS-SIN.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   MASTER DE OBITOS (MANTIDO PELO VRB790S)                      *
      *----------------------------------------------------------------*
       FD  OBITOMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-OBI.

       01  REG-OBI.
           05 OBI-CPF                      PIC 9(11).
           05 OBI-NOME                     PIC X(30).
           05 OBI-DATA-OBITO               PIC 9(08).
           05 OBI-DATA-PROCESSO            PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   RETORNO DE INDENIZACOES DA SEGURADORA                        *
      *----------------------------------------------------------------*
       FD  SEGIND
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-IND.

       01  REG-IND.
           05 IND-CONTRATO                 PIC 9(06).
           05 IND-CPF                      PIC 9(11).
           05 IND-VALOR                    PIC 9(09)V9(02).
           05 IND-DATA-PAGAMENTO           PIC 9(08).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  LOANSEG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SEG.

       01  REG-SEG.
           05 SEG-CONTRATO                 PIC 9(06).
           05 SEG-CPF                      PIC 9(11).
           05 SEG-DATA-INICIO              PIC 9(08).
           05 SEG-CAPITAL                  PIC 9(09)V9(02).
           05 SEG-PREMIO                   PIC 9(07)V9(02).
           05 SEG-QTDE-PARCELAS            PIC 9(03).
           05 SEG-SITUACAO                 PIC X(01).
              88 SEG-SIT-ATIVA                          VALUE 'A'.
              88 SEG-SIT-SINISTRO                       VALUE 'S'.
              88 SEG-SIT-INDENIZADA                     VALUE 'I'.
              88 SEG-SIT-ENCERRADA                      VALUE 'C'.
           05 SEG-DATA-SITUACAO            PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  LOANSEGN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SEGN.

       01  REG-SEGN                        PIC X(60).
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
              88 LOA-SIT-ATIVO                          VALUE 'A'.
              88 LOA-SIT-QUITADO                        VALUE 'Q'.
              88 LOA-SIT-SINISTRO                       VALUE 'S'.
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 LOA-VALOR-IOF                PIC 9(07)V9(02).
           05 LOA-IOF-FINANCIADO           PIC X(01).
      *----------------------------------------------------------------*
       FD  LOANMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOAN.

       01  REG-LOAN                        PIC X(100).
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
              88 PAR-SIT-ABERTA                         VALUE 'A'.
              88 PAR-SIT-EMITIDA                        VALUE 'E'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  LOANPARN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PARN.

       01  REG-PARN                        PIC X(60).
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
              88 TIT-EMITIDO                           VALUE 'E'.
              88 TIT-BAIXADO                           VALUE 'B'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   CATALOGO DAS DESCARGAS DE SEGURANCA DO TITMST (VRB865S)      *
      *----------------------------------------------------------------*
       FD  TITCAT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TCAT.

       01  REG-TCAT.
           05 TCAT-SEQ                     PIC 9(06).
           05 TCAT-DATA                    PIC 9(08).
           05 TCAT-HORA                    PIC 9(06).
           05 TCAT-QTDE                    PIC 9(09).
           05 TCAT-SOMA-CHAVES             PIC 9(18).
           05 TCAT-SOMA-VALOR              PIC 9(16)V9(02).
           05 TCAT-SITUACAO                PIC X(01).
              88 TCAT-GERACAO-ATIVA                    VALUE 'A'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      *   AVISO DE SINISTRO PARA A SEGURADORA                          *
      *----------------------------------------------------------------*
       FD  SEGSIN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-SIN.

       01  REG-SIN.
           05 SIN-CONTRATO                 PIC 9(06).
           05 SIN-CPF                      PIC 9(11).
           05 SIN-NOME                     PIC X(30).
           05 SIN-DATA-OBITO               PIC 9(08).
           05 SIN-DATA-INICIO              PIC 9(08).
           05 SIN-CAPITAL                  PIC 9(09)V9(02).
           05 SIN-SALDO-DEVEDOR            PIC 9(09)V9(02).
           05 SIN-PARCELAS-ABERTAS         PIC 9(03).
           05 SIN-DATA-AVISO               PIC 9(08).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-OBI                       PIC X(02)     VALUE '00'.
       77  WS-FS-IND                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEG                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEGN                      PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOAN                      PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PARN                      PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-SIN                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SEG                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-LOA                    PIC 9(07)     VALUE ZEROS.
       77  WS-SINISTROS-AVISADOS           PIC 9(07)     VALUE ZEROS.
       77  WS-APOLICES-INDENIZADAS         PIC 9(07)     VALUE ZEROS.
       77  WS-APOLICES-ENCERRADAS          PIC 9(07)     VALUE ZEROS.
       77  WS-APOLICES-SEM-CONTRATO        PIC 9(07)     VALUE ZEROS.
       77  WS-INDENIZ-SEM-SINISTRO         PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-QUITADAS            PIC 9(07)     VALUE ZEROS.
       77  WS-BOLETOS-BAIXADOS             PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-INDENIZADO             PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-VALOR-AVISADO                PIC 9(13)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        OBITOS CONHECIDOS (OBITOMST)                            *
      *----------------------------------------------------------------*
       77  WS-QTDE-OBI                     PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OBI                      PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OBI-ACH                  PIC 9(05)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-OBI.
           05 WS-OBI-ITEM                  OCCURS 20000 TIMES.
              10 WS-OBI-CPF                PIC 9(11).
              10 WS-OBI-DATA-OBITO         PIC 9(08).
      *----------------------------------------------------------------*
      *        INDENIZACOES DO RETORNO DA SEGURADORA (SEGIND)          *
      *        SIT: 'V' A APLICAR, 'U' APLICADA                        *
      *----------------------------------------------------------------*
       77  WS-QTDE-IND                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-IND                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-IND-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-IND.
           05 WS-IND-ITEM                  OCCURS 1000 TIMES.
              10 WS-IND-CONTRATO           PIC 9(06).
              10 WS-IND-VALOR              PIC 9(09)V9(02).
              10 WS-IND-DATA               PIC 9(08).
              10 WS-IND-SIT                PIC X(01).
      *----------------------------------------------------------------*
      *        TABELA DE CONTRATOS (LOANMST) E ACAO DA RODADA          *
      *        ACAO: ' ' NENHUMA, 'F' CONGELA, 'L' LIQUIDA             *
      *----------------------------------------------------------------*
       77  WS-QTDE-LOA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CONTRATO-PROCURADO           PIC 9(06)     VALUE ZEROS.
       77  WS-CONTRATO-ATUAL               PIC 9(06)     VALUE ZEROS.
       01  WS-TAB-LOA.
           05 WS-LOA-ITEM                  OCCURS 5000 TIMES.
              10 WS-LOA-CONTRATO           PIC 9(06).
              10 WS-LOA-CPF                PIC 9(11).
              10 WS-LOA-TAXA               PIC 9(02)V9(04).
              10 WS-LOA-SITUACAO           PIC X(01).
              10 WS-LOA-ACAO               PIC X(01).
              10 WS-LOA-DATA-OBITO         PIC 9(08).
              10 WS-LOA-DATA-INICIO        PIC 9(08).
              10 WS-LOA-CAPITAL            PIC 9(09)V9(02).
              10 WS-LOA-PREMIO             PIC 9(07)V9(02).
              10 WS-LOA-SALDO              PIC 9(09)V9(02).
              10 WS-LOA-ABERTAS            PIC 9(03).
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA DO MASTER TITMST           *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
       77  WS-TIT-ACHADO                   PIC X(01)     VALUE 'N'.
           88 WS-TIT-ACHADO-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *        SALDO DEVEDOR NA DATA DO OBITO (VALOR PRESENTE)         *
      *----------------------------------------------------------------*
       77  WS-TAXA-FRACAO                  PIC 9(02)V9(06) VALUE ZEROS.
       77  WS-PERIODOS                     PIC 9(03)V9(06) VALUE ZEROS.
       77  WS-FATOR-DESCONTO               PIC 9(05)V9(08) VALUE ZEROS.
       77  WS-PREMIO-PARCELA               PIC 9(07)V9(02) VALUE ZEROS.
       77  WS-VALOR-SEM-PREMIO             PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-VALOR-PRESENTE               PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DIAS ENTRE DATAS (VRB672S)                     *
      *----------------------------------------------------------------*
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05  WS-672-DATA-INICIAL         PIC 9(08).
           05  WS-672-DATA-FINAL           PIC 9(08).
           05  WS-672-DIAS                 PIC S9(07)  COMP.
           05  WS-672-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB801S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB801S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        MANIFESTO DE TRANSMISSOES DE SAIDA (TRNMAN31)           *
      *----------------------------------------------------------------*
       77  WS-TRNMAN                       PIC X(08)   VALUE 'TRNMAN31'.
       01  WS-MAN-PARM.
           05 WS-MAN-ARQUIVO               PIC X(08).
           05 WS-MAN-QTDE                  PIC 9(07).
           05 WS-MAN-VALOR                 PIC 9(13)V9(02).
           05 WS-MAN-RETORNO               PIC X(01).
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-TRATA-APOLICE
               THRU 2000-99-TRATA-APOLICE-EXIT
                   UNTIL WS-FS-SEG         EQUAL '10'.
           PERFORM 2500-INDENIZ-SEM-SINISTRO
               THRU 2500-99-INDENIZ-SEM-SINISTRO-EXIT
                   VARYING WS-IND-IND FROM 1 BY 1
                   UNTIL WS-IND-IND GREATER WS-QTDE-IND.
           PERFORM 3000-TRATA-PARCELAS
               THRU 3000-99-TRATA-PARCELAS-EXIT.
           PERFORM 4000-TRATA-CONTRATOS
               THRU 4000-99-TRATA-CONTRATOS-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0500-VERIFICA-BACKUP                SECTION.
      *================================================================*
      * ATUALIZACAO NO LUGAR DO CLUSTER TITMST: SO RODA COM DESCARGA DE*
      * SEGURANCA DO VRB865S FEITA NO PROPRIO DIA (GERACAO ATIVA NO    *
      * CATALOGO TITCAT). A RECUPERACAO DE UMA RODADA PERDIDA EH A     *
      * RECARGA DO CLUSTER PELO VRB866S A PARTIR DESSA DESCARGA.       *
      *----------------------------------------------------------------*
           MOVE '0500-VERIFICA-BACKUP'     TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-BKP-DATA-HOJE.
           MOVE 'N'                        TO         WS-BKP-DO-DIA.

           OPEN  INPUT                     TITCAT.
           IF    WS-FS-TCAT                NOT EQUAL  '00'
                 MOVE WS-FS-TCAT           TO         WS-AREA-STAT
                 MOVE 'SEM CATALOGO TITCAT - RODAR VRB865S ANTES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0550-LE-TITCAT THRU 0550-99-LE-TITCAT-EXIT
                   UNTIL WS-FS-TCAT        EQUAL      '10'.

           CLOSE TITCAT.

           IF    NOT WS-BKP-DO-DIA-SIM
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'SEM DESCARGA DO DIA NO TITCAT - RODAR VRB865S'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0500-99-VERIFICA-BACKUP-EXIT.       EXIT.
      *================================================================*
       0550-LE-TITCAT                      SECTION.
      *================================================================*
           READ  TITCAT.
           IF  WS-FS-TCAT  NOT EQUAL '00'
           AND WS-FS-TCAT  NOT EQUAL '10'
               MOVE WS-FS-TCAT             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TCAT                  EQUAL      '00'
           AND TCAT-GERACAO-ATIVA
           AND TCAT-DATA                   EQUAL      WS-BKP-DATA-HOJE
               MOVE 'S'                    TO         WS-BKP-DO-DIA
           END-IF.
      *----------------------------------------------------------------*
       0550-99-LE-TITCAT-EXIT.             EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           PERFORM 1100-CARREGA-CONTRATOS
               THRU 1100-99-CARREGA-CONTRATOS-EXIT.
           PERFORM 1200-CARREGA-OBITOS
               THRU 1200-99-CARREGA-OBITOS-EXIT.
           PERFORM 1300-CARREGA-INDENIZACOES
               THRU 1300-99-CARREGA-INDENIZACOES-EXIT.
           PERFORM 0500-VERIFICA-BACKUP
               THRU 0500-99-VERIFICA-BACKUP-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  I-O                       TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     LOANSEG.
           IF    WS-FS-SEG                 NOT EQUAL  '00'
                 MOVE WS-FS-SEG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    LOANSEGN.
           IF    WS-FS-SEGN                NOT EQUAL  '00'
                 MOVE WS-FS-SEGN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS APOLICES NOVAS LOANSEGN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SEGSIN.
           IF    WS-FS-SIN                 NOT EQUAL  '00'
                 MOVE WS-FS-SIN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO AVISO DE SINISTRO SEGSIN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-LER-LOANSEG  THRU  1500-99-LER-LOANSEG-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-CONTRATOS              SECTION.
      *================================================================*
           MOVE '1100-CARREGA-CONTRATOS'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-CONTRATO THRU 1150-99-LE-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
           MOVE '00'                       TO         WS-FS-LOA.
      *----------------------------------------------------------------*
       1100-99-CARREGA-CONTRATOS-EXIT.     EXIT.
      *================================================================*
       1150-LE-CONTRATO                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 1150-99-LE-CONTRATO-EXIT
           END-IF.

           IF  WS-QTDE-LOA                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER LOANMST MAIOR QUE 5000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-LOA.
           INITIALIZE                  WS-LOA-ITEM (WS-QTDE-LOA).
           MOVE LOA-CONTRATO     TO  WS-LOA-CONTRATO      (WS-QTDE-LOA).
           MOVE LOA-CPF          TO  WS-LOA-CPF           (WS-QTDE-LOA).
           MOVE LOA-TAXA-MENSAL  TO  WS-LOA-TAXA          (WS-QTDE-LOA).
           MOVE LOA-SITUACAO     TO  WS-LOA-SITUACAO      (WS-QTDE-LOA).
           MOVE SPACES           TO  WS-LOA-ACAO          (WS-QTDE-LOA).
      *----------------------------------------------------------------*
       1150-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       1200-CARREGA-OBITOS                 SECTION.
      *================================================================*
      * OBITOS JA INCORPORADOS PELO VRB790S. SEM MASTER (35) NAO HA    *
      * SINISTRO A AVISAR NA RODADA.                                   *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-OBITOS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     OBITOMST.
           IF    WS-FS-OBI                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-OBI
                 GO TO 1200-99-CARREGA-OBITOS-EXIT
           END-IF.
           IF    WS-FS-OBI                 NOT EQUAL  '00'
                 MOVE WS-FS-OBI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER OBITOMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1250-LE-OBITO THRU 1250-99-LE-OBITO-EXIT
                   UNTIL WS-FS-OBI         EQUAL      '10'.

           CLOSE OBITOMST.
           MOVE '00'                       TO         WS-FS-OBI.
      *----------------------------------------------------------------*
       1200-99-CARREGA-OBITOS-EXIT.        EXIT.
      *================================================================*
       1250-LE-OBITO                       SECTION.
      *================================================================*
           READ  OBITOMST.
           IF  WS-FS-OBI   NOT EQUAL '00'
           AND WS-FS-OBI   NOT EQUAL '10'
               MOVE WS-FS-OBI              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER OBITOMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-OBI                   NOT EQUAL  '00'
               GO TO 1250-99-LE-OBITO-EXIT
           END-IF.

           IF  WS-QTDE-OBI                 EQUAL      20000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER OBITOMST MAIOR QUE 20000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-OBI.
           MOVE OBI-CPF          TO  WS-OBI-CPF         (WS-QTDE-OBI).
           MOVE OBI-DATA-OBITO   TO  WS-OBI-DATA-OBITO  (WS-QTDE-OBI).
      *----------------------------------------------------------------*
       1250-99-LE-OBITO-EXIT.              EXIT.
      *================================================================*
       1300-CARREGA-INDENIZACOES           SECTION.
      *================================================================*
      * RETORNO DA SEGURADORA COM AS INDENIZACOES PAGAS. ARQUIVO       *
      * AUSENTE (35) = RODADA SEM INDENIZACAO.                         *
      *----------------------------------------------------------------*
           MOVE '1300-CARREGA-INDENIZACOES' TO        WS-CODIGO-AREA.

           OPEN  INPUT                     SEGIND.
           IF    WS-FS-IND                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-IND
                 GO TO 1300-99-CARREGA-INDENIZACOES-EXIT
           END-IF.
           IF    WS-FS-IND                 NOT EQUAL  '00'
                 MOVE WS-FS-IND            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO SEGIND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-INDENIZACAO THRU 1350-99-LE-INDENIZACAO-EXIT
                   UNTIL WS-FS-IND         EQUAL      '10'.

           CLOSE SEGIND.
           MOVE '00'                       TO         WS-FS-IND.
      *----------------------------------------------------------------*
       1300-99-CARREGA-INDENIZACOES-EXIT.  EXIT.
      *================================================================*
       1350-LE-INDENIZACAO                 SECTION.
      *================================================================*
           READ  SEGIND.
           IF  WS-FS-IND   NOT EQUAL '00'
           AND WS-FS-IND   NOT EQUAL '10'
               MOVE WS-FS-IND              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO SEGIND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-IND                   NOT EQUAL  '00'
               GO TO 1350-99-LE-INDENIZACAO-EXIT
           END-IF.

           IF  WS-QTDE-IND                 EQUAL      1000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'RETORNO SEGIND MAIOR QUE 1000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-IND.
           MOVE IND-CONTRATO       TO  WS-IND-CONTRATO (WS-QTDE-IND).
           MOVE IND-VALOR          TO  WS-IND-VALOR    (WS-QTDE-IND).
           MOVE IND-DATA-PAGAMENTO TO  WS-IND-DATA     (WS-QTDE-IND).
           MOVE 'V'                TO  WS-IND-SIT      (WS-QTDE-IND).
      *----------------------------------------------------------------*
       1350-99-LE-INDENIZACAO-EXIT.        EXIT.
      *================================================================*
       1500-LER-LOANSEG                    SECTION.
      *================================================================*
           MOVE '1500-LER-LOANSEG'         TO         WS-CODIGO-AREA.

           READ LOANSEG.

           IF  WS-FS-SEG   NOT EQUAL '00'
           AND WS-FS-SEG   NOT EQUAL '10'
               MOVE WS-FS-SEG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SEG                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SEG
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-LOANSEG-EXIT.           EXIT.
      *================================================================*
       2000-TRATA-APOLICE                  SECTION.
      *================================================================*
      * APOLICE ATIVA: CONTRATO QUITADO ENCERRA A APOLICE; CONTRATO    *
      * ATIVO COM O CPF NO OBITOMST AVISA O SINISTRO E CONGELA O       *
      * CONTRATO. APOLICE COM SINISTRO AVISADO: INDENIZACAO NO SEGIND  *
      * LIQUIDA O CONTRATO.                                            *
      *----------------------------------------------------------------*
           MOVE '2000-TRATA-APOLICE'       TO         WS-CODIGO-AREA.

           MOVE SEG-CONTRATO               TO     WS-CONTRATO-PROCURADO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.
           IF  WS-IND-LOA-ACH              EQUAL      ZEROS
               ADD  1                      TO   WS-APOLICES-SEM-CONTRATO
               GO TO 2000-50-GRAVA
           END-IF.

           EVALUATE TRUE
               WHEN SEG-SIT-ATIVA
                   PERFORM 2100-APOLICE-ATIVA
                       THRU 2100-99-APOLICE-ATIVA-EXIT
               WHEN SEG-SIT-SINISTRO
                   PERFORM 2200-APOLICE-SINISTRO
                       THRU 2200-99-APOLICE-SINISTRO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-50-GRAVA.
           WRITE REG-SEGN                  FROM       REG-SEG.
           IF  WS-FS-SEGN                  NOT EQUAL  '00'
               MOVE WS-FS-SEGN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR APOLICES NOVAS LOANSEGN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-LER-LOANSEG  THRU  1500-99-LER-LOANSEG-EXIT.
      *----------------------------------------------------------------*
       2000-99-TRATA-APOLICE-EXIT.         EXIT.
      *================================================================*
       2100-APOLICE-ATIVA                  SECTION.
      *================================================================*
           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) EQUAL 'Q'
               MOVE 'C'                    TO         SEG-SITUACAO
               MOVE WS-DATA-HOJE           TO         SEG-DATA-SITUACAO
               ADD  1                      TO   WS-APOLICES-ENCERRADAS
               GO TO 2100-99-APOLICE-ATIVA-EXIT
           END-IF.

           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) NOT EQUAL 'A'
               GO TO 2100-99-APOLICE-ATIVA-EXIT
           END-IF.

           PERFORM 7300-LOCALIZA-OBITO
               THRU 7300-99-LOCALIZA-OBITO-EXIT.
           IF  WS-IND-OBI-ACH              EQUAL      ZEROS
               GO TO 2100-99-APOLICE-ATIVA-EXIT
           END-IF.

           MOVE 'S'                        TO         SEG-SITUACAO.
           MOVE WS-OBI-DATA-OBITO (WS-IND-OBI-ACH)
                                           TO         SEG-DATA-SITUACAO.
           MOVE 'F'             TO  WS-LOA-ACAO        (WS-IND-LOA-ACH).
           MOVE WS-OBI-DATA-OBITO (WS-IND-OBI-ACH)
                                TO  WS-LOA-DATA-OBITO  (WS-IND-LOA-ACH).
           MOVE SEG-DATA-INICIO TO  WS-LOA-DATA-INICIO (WS-IND-LOA-ACH).
           MOVE SEG-CAPITAL     TO  WS-LOA-CAPITAL     (WS-IND-LOA-ACH).
           MOVE SEG-PREMIO      TO  WS-LOA-PREMIO      (WS-IND-LOA-ACH).
           ADD  1                          TO   WS-SINISTROS-AVISADOS.
      *----------------------------------------------------------------*
       2100-99-APOLICE-ATIVA-EXIT.         EXIT.
      *================================================================*
       2200-APOLICE-SINISTRO               SECTION.
      *================================================================*
           PERFORM 7400-LOCALIZA-INDENIZACAO
               THRU 7400-99-LOCALIZA-INDENIZACAO-EXIT.
           IF  WS-IND-IND-ACH              EQUAL      ZEROS
               GO TO 2200-99-APOLICE-SINISTRO-EXIT
           END-IF.

           MOVE 'U'                    TO  WS-IND-SIT (WS-IND-IND-ACH).
           MOVE 'I'                        TO         SEG-SITUACAO.
           MOVE WS-IND-DATA (WS-IND-IND-ACH) TO       SEG-DATA-SITUACAO.
           MOVE 'L'             TO  WS-LOA-ACAO        (WS-IND-LOA-ACH).
           ADD  WS-IND-VALOR (WS-IND-IND-ACH) TO   WS-VALOR-INDENIZADO.
           ADD  1                          TO WS-APOLICES-INDENIZADAS.
      *----------------------------------------------------------------*
       2200-99-APOLICE-SINISTRO-EXIT.      EXIT.
      *================================================================*
       2500-INDENIZ-SEM-SINISTRO           SECTION.
      *================================================================*
      * INDENIZACAO SEM APOLICE COM SINISTRO AVISADO NAO EH APLICADA:  *
      * SAI NO LOG PARA CONFERENCIA COM A SEGURADORA.                  *
      *----------------------------------------------------------------*
           IF  WS-IND-SIT (WS-IND-IND)     EQUAL      'V'
               DISPLAY 'INDENIZACAO SEM SINISTRO AVISADO - CONTRATO '
                       WS-IND-CONTRATO (WS-IND-IND)
               ADD  1                      TO    WS-INDENIZ-SEM-SINISTRO
           END-IF.
      *----------------------------------------------------------------*
       2500-99-INDENIZ-SEM-SINISTRO-EXIT.  EXIT.
      *================================================================*
       3000-TRATA-PARCELAS                 SECTION.
      *================================================================*
      * PASSAGEM DO LOANPAR PARA O LOANPARN: APURA O SALDO DEVEDOR DOS *
      * CONTRATOS CONGELADOS E QUITA AS PARCELAS DOS LIQUIDADOS.       *
      *----------------------------------------------------------------*
           MOVE '3000-TRATA-PARCELAS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    LOANPARN.
           IF    WS-FS-PARN                NOT EQUAL  '00'
                 MOVE WS-FS-PARN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA NOVO LOANPARN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE ZEROS                      TO         WS-CONTRATO-ATUAL
                                                      WS-IND-LOA-ACH.

           PERFORM 3100-TRATA-PARCELA THRU 3100-99-TRATA-PARCELA-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'.
      *----------------------------------------------------------------*
       3000-99-TRATA-PARCELAS-EXIT.        EXIT.
      *================================================================*
       3100-TRATA-PARCELA                  SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PAR                   NOT EQUAL  '00'
               GO TO 3100-99-TRATA-PARCELA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PAR.

      * O LOANPAR VEM EM ORDEM DE CONTRATO: SO PROCURA O CONTRATO NA
      * QUEBRA.
           IF  PAR-CONTRATO                NOT EQUAL  WS-CONTRATO-ATUAL
               MOVE PAR-CONTRATO           TO         WS-CONTRATO-ATUAL
               MOVE PAR-CONTRATO           TO  WS-CONTRATO-PROCURADO
               PERFORM 7200-LOCALIZA-CONTRATO
                   THRU 7200-99-LOCALIZA-CONTRATO-EXIT
           END-IF.

           IF  WS-IND-LOA-ACH              NOT EQUAL  ZEROS
           AND (PAR-SIT-ABERTA OR PAR-SIT-EMITIDA)
               EVALUATE WS-LOA-ACAO (WS-IND-LOA-ACH)
                   WHEN 'F'
                       PERFORM 3200-SALDO-PARCELA
                           THRU 3200-99-SALDO-PARCELA-EXIT
                   WHEN 'L'
                       PERFORM 3300-QUITA-PARCELA
                           THRU 3300-99-QUITA-PARCELA-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           WRITE REG-PARN                  FROM       REG-PAR.
           IF  WS-FS-PARN                  NOT EQUAL  '00'
               MOVE WS-FS-PARN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CRONOGRAMA NOVO LOANPARN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3100-99-TRATA-PARCELA-EXIT.         EXIT.
      *================================================================*
       3200-SALDO-PARCELA                  SECTION.
      *================================================================*
      * SALDO DEVEDOR NA DATA DO OBITO, SEM O PREMIO DO SEGURO: A      *
      * PARCELA VENCIDA ATE O OBITO ENTRA PELO NOMINAL E A A VENCER    *
      * PELO VALOR PRESENTE A TAXA DO CONTRATO (MESMA FORMULA DA       *
      * QUITACAO ANTECIPADA DO VRB799S).                               *
      *----------------------------------------------------------------*
           MOVE '3200-SALDO-PARCELA'       TO         WS-CODIGO-AREA.

           IF  PAR-VALOR         GREATER  WS-LOA-PREMIO (WS-IND-LOA-ACH)
               MOVE WS-LOA-PREMIO (WS-IND-LOA-ACH)
                                           TO         WS-PREMIO-PARCELA
           ELSE
               MOVE PAR-VALOR              TO         WS-PREMIO-PARCELA
           END-IF.
           COMPUTE WS-VALOR-SEM-PREMIO = PAR-VALOR - WS-PREMIO-PARCELA.

           ADD  1              TO  WS-LOA-ABERTAS (WS-IND-LOA-ACH).

           IF  PAR-DATA-VENCTO NOT GREATER
               WS-LOA-DATA-OBITO (WS-IND-LOA-ACH)
               ADD  WS-VALOR-SEM-PREMIO
                               TO  WS-LOA-SALDO (WS-IND-LOA-ACH)
               GO TO 3200-99-SALDO-PARCELA-EXIT
           END-IF.

           COMPUTE WS-TAXA-FRACAO =
                   WS-LOA-TAXA (WS-IND-LOA-ACH) / 100.
           MOVE WS-LOA-DATA-OBITO (WS-IND-LOA-ACH)
                                           TO      WS-672-DATA-INICIAL.
           MOVE PAR-DATA-VENCTO            TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DE DIAS ATE O VENCIMENTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           COMPUTE WS-PERIODOS = WS-672-DIAS / 30.
           COMPUTE WS-FATOR-DESCONTO ROUNDED =
                   (1 + WS-TAXA-FRACAO) ** WS-PERIODOS.
           COMPUTE WS-VALOR-PRESENTE ROUNDED =
                   WS-VALOR-SEM-PREMIO / WS-FATOR-DESCONTO.
           ADD  WS-VALOR-PRESENTE  TO  WS-LOA-SALDO (WS-IND-LOA-ACH).
      *----------------------------------------------------------------*
       3200-99-SALDO-PARCELA-EXIT.         EXIT.
      *================================================================*
       3300-QUITA-PARCELA                  SECTION.
      *================================================================*
      * PARCELA EM ABERTO DO CONTRATO INDENIZADO VIRA 'Q'; BOLETO      *
      * MENSAL AINDA EMITIDO EH BAIXADO NO LUGAR NO CLUSTER TITMST.    *
      *----------------------------------------------------------------*
           IF  PAR-SIT-EMITIDA
               MOVE PAR-NOSSO-NUMERO       TO         TIT-NOSSO-NUMERO
               PERFORM 7700-LOCALIZA-TITULO
                   THRU 7700-99-LOCALIZA-TITULO-EXIT
               IF  WS-TIT-ACHADO-SIM
               AND TIT-EMITIDO
                   PERFORM 7800-BAIXA-TITULO
                       THRU 7800-99-BAIXA-TITULO-EXIT
               END-IF
           END-IF.

           MOVE 'Q'                        TO         PAR-SITUACAO.
           ADD  1                          TO      WS-PARCELAS-QUITADAS.
      *----------------------------------------------------------------*
       3300-99-QUITA-PARCELA-EXIT.         EXIT.
      *================================================================*
       4000-TRATA-CONTRATOS                SECTION.
      *================================================================*
      * PASSAGEM DO LOANMST PARA O LOANMSTN: CONGELA ('S') OS          *
      * CONTRATOS COM SINISTRO AVISADO, GRAVANDO O AVISO NO SEGSIN, E  *
      * QUITA ('Q') OS LIQUIDADOS PELA INDENIZACAO.                    *
      *----------------------------------------------------------------*
           MOVE '4000-TRATA-CONTRATOS'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    LOANMSTN.
           IF    WS-FS-LOAN                NOT EQUAL  '00'
                 MOVE WS-FS-LOAN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO LOANMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 4100-TRATA-CONTRATO THRU 4100-99-TRATA-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.
      *----------------------------------------------------------------*
       4000-99-TRATA-CONTRATOS-EXIT.       EXIT.
      *================================================================*
       4100-TRATA-CONTRATO                 SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 4100-99-TRATA-CONTRATO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-LOA.
           MOVE LOA-CONTRATO               TO     WS-CONTRATO-PROCURADO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.

           IF  WS-IND-LOA-ACH              NOT EQUAL  ZEROS
               EVALUATE WS-LOA-ACAO (WS-IND-LOA-ACH)
                   WHEN 'F'
                       MOVE 'S'            TO         LOA-SITUACAO
                       PERFORM 4200-GRAVA-AVISO
                           THRU 4200-99-GRAVA-AVISO-EXIT
                   WHEN 'L'
                       MOVE 'Q'            TO         LOA-SITUACAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           WRITE REG-LOAN                  FROM       REG-LOA.
           IF  WS-FS-LOAN                  NOT EQUAL  '00'
               MOVE WS-FS-LOAN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO LOANMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4100-99-TRATA-CONTRATO-EXIT.        EXIT.
      *================================================================*
       4200-GRAVA-AVISO                    SECTION.
      *================================================================*
           MOVE '4200-GRAVA-AVISO'         TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-SIN.
           MOVE LOA-CONTRATO               TO         SIN-CONTRATO.
           MOVE LOA-CPF                    TO         SIN-CPF.
           MOVE LOA-NOME                   TO         SIN-NOME.
           MOVE WS-LOA-DATA-OBITO  (WS-IND-LOA-ACH)
                                           TO         SIN-DATA-OBITO.
           MOVE WS-LOA-DATA-INICIO (WS-IND-LOA-ACH)
                                           TO         SIN-DATA-INICIO.
           MOVE WS-LOA-CAPITAL     (WS-IND-LOA-ACH)
                                           TO         SIN-CAPITAL.
           MOVE WS-LOA-SALDO       (WS-IND-LOA-ACH)
                                           TO         SIN-SALDO-DEVEDOR.
           MOVE WS-LOA-ABERTAS     (WS-IND-LOA-ACH)
                                           TO      SIN-PARCELAS-ABERTAS.
           MOVE WS-DATA-HOJE               TO         SIN-DATA-AVISO.
           WRITE REG-SIN.
           IF  WS-FS-SIN                   NOT EQUAL  '00'
               MOVE WS-FS-SIN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR AVISO DE SINISTRO SEGSIN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  WS-LOA-SALDO (WS-IND-LOA-ACH) TO      WS-VALOR-AVISADO.
      *----------------------------------------------------------------*
       4200-99-GRAVA-AVISO-EXIT.           EXIT.
      *================================================================*
       7200-LOCALIZA-CONTRATO              SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-LOA-ACH.
           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL
                   WS-CONTRATO-PROCURADO
                   MOVE WS-IND-LOA         TO         WS-IND-LOA-ACH
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7200-99-LOCALIZA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       7300-LOCALIZA-OBITO                 SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-OBI-ACH.
           PERFORM VARYING WS-IND-OBI FROM 1 BY 1
                   UNTIL WS-IND-OBI GREATER WS-QTDE-OBI
               IF  WS-OBI-CPF (WS-IND-OBI) EQUAL
                   WS-LOA-CPF (WS-IND-LOA-ACH)
                   MOVE WS-IND-OBI         TO         WS-IND-OBI-ACH
                   MOVE WS-QTDE-OBI        TO         WS-IND-OBI
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7300-99-LOCALIZA-OBITO-EXIT.        EXIT.
      *================================================================*
       7400-LOCALIZA-INDENIZACAO           SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-IND-ACH.
           PERFORM VARYING WS-IND-IND FROM 1 BY 1
                   UNTIL WS-IND-IND GREATER WS-QTDE-IND
               IF  WS-IND-CONTRATO (WS-IND-IND) EQUAL SEG-CONTRATO
               AND WS-IND-SIT (WS-IND-IND) EQUAL      'V'
                   MOVE WS-IND-IND         TO         WS-IND-IND-ACH
                   MOVE WS-QTDE-IND        TO         WS-IND-IND
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7400-99-LOCALIZA-INDENIZACAO-EXIT.  EXIT.
      *================================================================*
       7700-LOCALIZA-TITULO                SECTION.
      *================================================================*
           MOVE '7700-LOCALIZA-TITULO'     TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-TIT-ACHADO.

           READ  TITMST.
           IF  WS-FS-TIT                   EQUAL      '23'
               GO TO 7700-99-LOCALIZA-TITULO-EXIT
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE 'S'                        TO         WS-TIT-ACHADO.
      *----------------------------------------------------------------*
       7700-99-LOCALIZA-TITULO-EXIT.       EXIT.
      *================================================================*
       7800-BAIXA-TITULO                   SECTION.
      *================================================================*
           MOVE '7800-BAIXA-TITULO'        TO         WS-CODIGO-AREA.

           MOVE 'B'                        TO         TIT-SITUACAO.
           REWRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO      WS-BOLETOS-BAIXADOS.
      *----------------------------------------------------------------*
       7800-99-BAIXA-TITULO-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE LOANSEG  LOANSEGN  LOANPAR  LOANPARN  LOANMST
                 LOANMSTN TITMST    SEGSIN.

           IF  WS-FS-SEG                   NOT EQUAL  '00'
           OR  WS-FS-SEGN                  NOT EQUAL  '00'
           OR  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-PARN                  NOT EQUAL  '00'
           OR  WS-FS-LOA                   NOT EQUAL  '00'
           OR  WS-FS-LOAN                  NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-SIN                   NOT EQUAL  '00'
               MOVE WS-FS-LOAN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* APOLICES LIDAS        =    ' WS-LIDOS-SEG.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* CONTRATOS LIDOS       =    ' WS-LIDOS-LOA.
           DISPLAY '* SINISTROS AVISADOS    =    '
                                               WS-SINISTROS-AVISADOS.
           DISPLAY '* SALDO DEVEDOR AVISADO =    ' WS-VALOR-AVISADO.
           DISPLAY '* APOLICES INDENIZADAS  =    '
                                               WS-APOLICES-INDENIZADAS.
           DISPLAY '* VALOR INDENIZADO      =    ' WS-VALOR-INDENIZADO.
           DISPLAY '* PARCELAS QUITADAS     =    ' WS-PARCELAS-QUITADAS.
           DISPLAY '* BOLETOS BAIXADOS      =    ' WS-BOLETOS-BAIXADOS.
           DISPLAY '* APOLICES ENCERRADAS   =    '
                                               WS-APOLICES-ENCERRADAS.
           DISPLAY '* APOLICES SEM CONTRATO =    '
                                               WS-APOLICES-SEM-CONTRATO.
           DISPLAY '* INDENIZ. SEM SINISTRO =    '
                                               WS-INDENIZ-SEM-SINISTRO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE 'SEGSIN  '                 TO    WS-MAN-ARQUIVO
           MOVE  WS-SINISTROS-AVISADOS     TO    WS-MAN-QTDE
           MOVE  WS-VALOR-AVISADO          TO    WS-MAN-VALOR
           CALL  WS-TRNMAN                 USING WS-MAN-PARM
           IF    WS-MAN-RETORNO            EQUAL 'N'
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'ERRO AO REGISTRAR NO MANIFESTO TRNMAN'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF

           MOVE  WS-LIDOS-SEG              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-SINISTROS-AVISADOS     TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB801S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
