       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB799S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: QUITACAO ANTECIPADA E AMORTIZACAO PARCIAL DOS        *
      * CONTRATOS DE EMPRESTIMO (VRB766S). RODA SOB DEMANDA, A PARTIR  *
      * DOS PEDIDOS DO ATENDIMENTO NO ARQUIVO LOANQUI (CONTRATO, TIPO, *
      * DATA DA QUITACAO E, NA AMORTIZACAO, O VALOR A AMORTIZAR):      *
      *   'C' = SO COTACAO (CARTA COM O SALDO PARA QUITACAO);          *
      *   'T' = QUITACAO TOTAL (CARTA + BOLETO DO SALDO);              *
      *   'R' = AMORTIZACAO PARCIAL REDUZINDO O VALOR DAS PARCELAS;    *
      *   'P' = AMORTIZACAO PARCIAL REDUZINDO O PRAZO (AS ULTIMAS      *
      *         PARCELAS SAO LIQUIDADAS PELO VALOR PRESENTE).          *
      * O SALDO PARA QUITACAO EH APURADO SOBRE O CRONOGRAMA LOANPAR:   *
      * PARCELA EM ABERTO JA VENCIDA NA DATA BASE ENTRA PELO VALOR     *
      * NOMINAL; PARCELA A VENCER ENTRA PELO VALOR PRESENTE A TAXA DO  *
      * CONTRATO (VALOR / (1 + I) ** (DIAS / 30)), DEVOLVENDO OS JUROS *
      * NAO DECORRIDOS, COMO EXIGE A REGRA DO CREDITO AO CONSUMIDOR.   *
      * SOMAM-SE AO SALDO OS ENCARGOS DE ATRASO: MULTA E JUROS DE MORA *
      * DA PARCELA VENCIDA ATE A DATA BASE (TAXAS DO PARMMST, DOMINIO  *
      * EMPREST, MESMA REGRA DO VRB768S) E OS ENCARGOS PENDENTES ('P') *
      * DE PARCELA JA PAGA COM ATRASO.                                 *
      * O BOLETO SAI NO TITMST (ORIGEM 'Q', O TIT-SOCIO CARREGA O      *
      * CONTRATO) E NA REMESSA REMQUI (ENVELOPE DO REMCOB) E O PEDIDO  *
      * FICA PENDENTE NO LOANQPD. A CADA RODADA AS PENDENCIAS SAO      *
      * CONFERIDAS CONTRA O TITMST (BAIXADO PELO RETORNO DO VRB738S):  *
      *   - BOLETO PAGO NA QUITACAO TOTAL: TODAS AS PARCELAS EM ABERTO *
      *     VIRAM 'Q' NO LOANPARN, OS BOLETOS MENSAIS AINDA EMITIDOS   *
      *     SAO BAIXADOS ('B') E O CONTRATO FECHA 'Q' NO LOANMSTN;     *
      *     OS ENCARGOS DE ATRASO COBRADOS NO BOLETO FICAM FATURADOS   *
      *     ('F') E VAO PARA O MOVIMENTO CONTABIL CTBMOV (FONTE        *
      *     EMPENCAR);                                                 *
      *   - BOLETO PAGO NA AMORTIZACAO: O CRONOGRAMA AINDA NAO         *
      *     FATURADO EH REFEITO (PARCELA MENOR OU PRAZO MENOR);        *
      *   - BOLETO NAO PAGO ATE 5 DIAS APOS A DATA DA QUITACAO: A      *
      *     PENDENCIA EXPIRA E O BOLETO EH BAIXADO.                    *
      * PEDIDO RECUSADO SAI NO QUIREJ COM O MOTIVO.                    *
      * CONTRATO COM SEGURO PRESTAMISTA ATIVO (LOANSEG): O PREMIO      *
      * EMBUTIDO NA PARCELA A VENCER NAO ENTRA NO SALDO PARA QUITACAO  *
      * NEM SOFRE DESCONTO; NA AMORTIZACAO SO A PARTE DO EMPRESTIMO    *
      * EH REDUZIDA E O PREMIO CONTINUA NA PARCELA.                    *
      * O TITMST EH ATUALIZADO NO LUGAR (CLUSTER KSDS): BOLETO NOVO EH *
      * INCLUIDO E BOLETO BAIXADO EH REGRAVADO PELA CHAVE.             *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          PREMIO DO SEGURO PRESTAMISTA *
      *                                   (LOANSEG) FORA DO VALOR      *
      *                                   PRESENTE E DA AMORTIZACAO    *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: BOLETO INCLUIDO E      *
      *                                   BAIXADO NO LUGAR (SEM A      *
      *                                   TABELA DE 5000 TITULOS, SEM O*
      *                                   TITMSTN E SEM O GENCAT31);   *
      *                                   PROXIMO NOSSO-NUMERO PELA    *
      *                                   MAIOR CHAVE; BOLETO JA       *
      *                                   EMITIDO PELA RODADA REPETIDA *
      *                                   EH REAPROVEITADO; DESCARGA   *
      *                                   DO DIA (VRB865S) EXIGIDA     *
      *  15/10/2026 HUGO SAMPAIO          MULTA E JUROS DE MORA DA     *
      *                                   PARCELA VENCIDA E ENCARGO    *
      *                                   PENDENTE ('P') NO SALDO PARA *
      *                                   QUITACAO, EM LINHA PROPRIA   *
      *                                   NA CARTA; NA BAIXA DO BOLETO *
      *                                   O ENCARGO FICA 'F' NO        *
      *                                   LOANPARN E VAI PARA O CTBMOV *
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

           SELECT LOANQUI        ASSIGN TO LOANQUI
           FILE STATUS           IS        WS-FS-QUI.
      *----------------------------------------------------------------*
           SELECT LOANQPD        ASSIGN TO LOANQPD
           FILE STATUS           IS        WS-FS-QPD.
      *----------------------------------------------------------------*
           SELECT LOANQPDN       ASSIGN TO LOANQPDN
           FILE STATUS           IS        WS-FS-QPDN.
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
           ACCESS MODE           IS        DYNAMIC
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT REMQUI         ASSIGN TO REMQUI
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT CARTQUI        ASSIGN TO CARTQUI
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT QUIREJ         ASSIGN TO QUIREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT LOANSEG        ASSIGN TO LOANSEG
           FILE STATUS           IS        WS-FS-SEG.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  LOANQUI
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-QUI.

       01  REG-QUI.
           05 QUI-CONTRATO                 PIC 9(06).
           05 QUI-TIPO                     PIC X(01).
              88 QUI-COTACAO                            VALUE 'C'.
              88 QUI-TOTAL                              VALUE 'T'.
              88 QUI-REDUZ-PARCELA                      VALUE 'R'.
              88 QUI-REDUZ-PRAZO                        VALUE 'P'.
              88 QUI-TIPO-VALIDO                        VALUE 'C' 'T'
                                                             'R' 'P'.
           05 QUI-DATA-QUITACAO            PIC 9(08).
           05 QUI-VALOR-AMORTIZ            PIC 9(09)V9(02).
           05 FILLER                       PIC X(54).
      *----------------------------------------------------------------*
       FD  LOANQPD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-QPD.

       01  REG-QPD.
           05 QPD-CONTRATO                 PIC 9(06).
           05 QPD-TIPO                     PIC X(01).
           05 QPD-DATA-QUITACAO            PIC 9(08).
           05 QPD-NOSSO-NUMERO             PIC 9(10).
           05 QPD-VALOR                    PIC 9(09)V9(02).
           05 QPD-DATA-PEDIDO              PIC 9(08).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       FD  LOANQPDN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-QPDN.

       01  REG-QPDN.
           05 QPDN-CONTRATO                PIC 9(06).
           05 QPDN-TIPO                    PIC X(01).
           05 QPDN-DATA-QUITACAO           PIC 9(08).
           05 QPDN-NOSSO-NUMERO            PIC 9(10).
           05 QPDN-VALOR                   PIC 9(09)V9(02).
           05 QPDN-DATA-PEDIDO             PIC 9(08).
           05 FILLER                       PIC X(16).
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
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  LOANMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOAN.

       01  REG-LOAN.
           05 LOAN-CONTRATO                PIC 9(06).
           05 LOAN-CPF                     PIC 9(11).
           05 LOAN-NOME                    PIC X(30).
           05 LOAN-PRINCIPAL               PIC 9(09)V9(02).
           05 LOAN-TAXA-MENSAL             PIC 9(02)V9(04).
           05 LOAN-QTDE-PARCELAS           PIC 9(03).
           05 LOAN-PARCELAS-PAGAS          PIC 9(03).
           05 LOAN-VALOR-PARCELA           PIC 9(09)V9(02).
           05 LOAN-SITUACAO                PIC X(01).
           05 LOAN-DATA-CONTRATO           PIC 9(08).
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
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 PAR-VALOR-MULTA              PIC 9(07)V9(02).
           05 PAR-VALOR-MORA               PIC 9(07)V9(02).
           05 PAR-SIT-ENCARGO              PIC X(01).
           05 FILLER                       PIC X(02).
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
              88 TIT-PAGO                              VALUE 'P'.
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
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
       FD  REMQUI
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REM.

       01  REG-REM.
           05 REM-TIPO-REG                 PIC X(01).
           05 FILLER                       PIC X(79).

       01  REG-REM-HEADER REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMH-ORIGEM                  PIC X(08).
           05 REMH-DATA-GERACAO            PIC 9(08).
           05 FILLER                       PIC X(63).

       01  REG-REM-DETALHE REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMD-NOSSO-NUMERO            PIC 9(10).
           05 REMD-SOCIO                   PIC 9(06).
           05 REMD-NOME                    PIC X(30).
           05 REMD-VALOR                   PIC 9(09)V9(02).
           05 REMD-DATA-VENCTO             PIC 9(08).
           05 FILLER                       PIC X(14).

       01  REG-REM-TRAILER REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMT-QTDE                    PIC 9(07).
           05 REMT-VALOR-TOTAL             PIC 9(13)V9(02).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
       FD  CARTQUI
           LABEL       RECORD IS OMITTED.

       01  REG-CAR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  QUIREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-REGISTRO                 PIC X(80).
           05 REJ-MOTIVO                   PIC X(30).
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
      *   MOVIMENTO CONTABIL POR FONTE (LIDO PELO VRB788S)             *
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
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-QUI                       PIC X(02)     VALUE '00'.
       77  WS-FS-QPD                       PIC X(02)     VALUE '00'.
       77  WS-FS-QPDN                      PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOAN                      PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PARN                      PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEG                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-QUI                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-COTACOES                     PIC 9(07)     VALUE ZEROS.
       77  WS-BOLETOS-EMITIDOS             PIC 9(07)     VALUE ZEROS.
       77  WS-BOLETOS-REUSADOS             PIC 9(07)     VALUE ZEROS.
       77  WS-QUITACOES-BAIXADAS           PIC 9(07)     VALUE ZEROS.
       77  WS-AMORTIZ-BAIXADAS             PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENCIAS-EXPIRADAS         PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENCIAS-MANTIDAS          PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-REMESSA                PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-ENCARGOS-RECEBIDOS           PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-PROX-NOSSO-NUM               PIC 9(10)     VALUE 1.
       77  WS-NOSSO-EMITIDO                PIC 9(10)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-BASE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EXPIRA                  PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-ANO              PIC 9(04).
           05 WS-DATA-AUX-MES              PIC 9(02).
           05 WS-DATA-AUX-DIA              PIC 9(02).
       01  WS-DATA-EDITADA.
           05 WS-DATA-ED-DIA               PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DATA-ED-MES               PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DATA-ED-ANO               PIC 9(04).
      *----------------------------------------------------------------*
      *        PEDIDOS DO LOTE (LOANQUI) JA CRITICADOS                 *
      *----------------------------------------------------------------*
       77  WS-QTDE-QUI                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-QUI                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-QUI-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-QUI.
           05 WS-QUI-ITEM                  OCCURS 500 TIMES.
              10 WS-QUI-REGISTRO           PIC X(80).
              10 WS-QUI-CONTRATO           PIC 9(06).
              10 WS-QUI-TIPO               PIC X(01).
              10 WS-QUI-DATA               PIC 9(08).
              10 WS-QUI-VALOR              PIC 9(09)V9(02).
              10 WS-QUI-SIT                PIC X(01).
      *----------------------------------------------------------------*
      *        PENDENCIAS DE QUITACAO/AMORTIZACAO (LOANQPD)            *
      *        SIT: 'P' PENDENTE, 'B' BAIXADA, 'X' EXPIRADA            *
      *----------------------------------------------------------------*
       77  WS-QTDE-QPD                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-QPD                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-QPD-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-QPD.
           05 WS-QPD-ITEM                  OCCURS 1000 TIMES.
              10 WS-QPD-REG.
                 15 WS-QPD-CONTRATO        PIC 9(06).
                 15 WS-QPD-TIPO            PIC X(01).
                 15 WS-QPD-DATA-QUITACAO   PIC 9(08).
                 15 WS-QPD-NOSSO-NUMERO    PIC 9(10).
                 15 WS-QPD-VALOR           PIC 9(09)V9(02).
                 15 WS-QPD-DATA-PEDIDO     PIC 9(08).
                 15 FILLER                 PIC X(16).
              10 WS-QPD-SIT                PIC X(01).
      *----------------------------------------------------------------*
      *        TABELA DE CONTRATOS (LOANMST) E ALTERACOES DA RODADA    *
      *----------------------------------------------------------------*
       77  WS-QTDE-LOA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-LOA.
           05 WS-LOA-ITEM                  OCCURS 5000 TIMES.
              10 WS-LOA-CONTRATO           PIC 9(06).
              10 WS-LOA-CPF                PIC 9(11).
              10 WS-LOA-NOME               PIC X(30).
              10 WS-LOA-TAXA               PIC 9(02)V9(04).
              10 WS-LOA-SITUACAO           PIC X(01).
              10 WS-LOA-VALOR-PARCELA      PIC 9(09)V9(02).
              10 WS-LOA-ALTERADO           PIC X(01).
              10 WS-LOA-PREMIO             PIC 9(07)V9(02).
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA E PROXIMO NOSSO-NUMERO     *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
       77  WS-NN-BAIXO                     PIC 9(10)     VALUE ZEROS.
       77  WS-NN-ALTO                      PIC 9(10)     VALUE ZEROS.
       77  WS-NN-MEIO                      PIC 9(10)     VALUE ZEROS.
       77  WS-TIT-ACHADO                   PIC X(01)     VALUE 'N'.
           88 WS-TIT-ACHADO-SIM                          VALUE 'S'.
       77  WS-JA-EMITIDO                   PIC X(01)     VALUE 'N'.
           88 WS-JA-EMITIDO-SIM                          VALUE 'S'.
       77  WS-MESMO-PAGADOR                PIC X(01)     VALUE 'N'.
           88 WS-MESMO-PAGADOR-SIM                       VALUE 'S'.
      *----------------------------------------------------------------*
      *        PARCELAS DO CONTRATO CORRENTE (QUEBRA DO LOANPAR)       *
      *----------------------------------------------------------------*
       77  WS-CONTRATO-ATUAL               PIC 9(06)     VALUE ZEROS.
       77  WS-QTDE-GRP                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GRP                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-GRP.
           05 WS-GRP-ITEM                  OCCURS 200 TIMES.
              10 WS-GRP-REG.
                 15 WS-GRP-CONTRATO        PIC 9(06).
                 15 WS-GRP-PARCELA         PIC 9(03).
                 15 WS-GRP-DATA-VENCTO     PIC 9(08).
                 15 WS-GRP-VALOR           PIC 9(09)V9(02).
                 15 WS-GRP-SITUACAO        PIC X(01).
                 15 WS-GRP-NOSSO-NUMERO    PIC 9(10).
                 15 WS-GRP-VALOR-MULTA     PIC 9(07)V9(02).
                 15 WS-GRP-VALOR-MORA      PIC 9(07)V9(02).
                 15 WS-GRP-SIT-ENCARGO     PIC X(01).
                 15 FILLER                 PIC X(02).
              10 WS-GRP-VALOR-PRESENTE     PIC 9(09)V9(02).
              10 WS-GRP-VALOR-NOVO         PIC 9(09)V9(02).
              10 WS-GRP-SIT-NOVA           PIC X(01).
              10 WS-GRP-MULTA-QUIT         PIC 9(07)V9(02).
              10 WS-GRP-MORA-QUIT          PIC 9(07)V9(02).
      *----------------------------------------------------------------*
      *        APURACAO DO SALDO PARA QUITACAO (VALOR PRESENTE)        *
      *----------------------------------------------------------------*
       77  WS-TAXA-FRACAO                  PIC 9(02)V9(06) VALUE ZEROS.
       77  WS-PERIODOS                     PIC 9(03)V9(06) VALUE ZEROS.
       77  WS-FATOR-DESCONTO               PIC 9(05)V9(08) VALUE ZEROS.
       77  WS-FATOR-REDUCAO                PIC 9(01)V9(08) VALUE ZEROS.
       77  WS-TOT-NOMINAL                  PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-PRESENTE                 PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-DESCONTO                 PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-VENCIDO                  PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-VP-A-FATURAR             PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-ENCARGOS                 PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-TOT-QUITACAO                 PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-VALOR-AMORTIZ                PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-SALDO-AMORTIZ                PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-NOVA-PARCELA                 PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-PARC-ELIMINADAS              PIC 9(03)       VALUE ZEROS.
       77  WS-VALOR-BOLETO                 PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-APLICAR                      PIC X(01)       VALUE 'N'.
       77  WS-TIPO-OPERACAO                PIC X(01)       VALUE SPACES.
       77  WS-PREMIO-PARCELA               PIC 9(07)V9(02) VALUE ZEROS.
       77  WS-VALOR-SEM-PREMIO             PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *      ENCARGOS DE ATRASO: TAXAS DO PARMMST (DOMINIO EMPREST)    *
      *  CHAVE MULTA    : POS 1-6 PERCENTUAL DA MULTA (9(2)V9(4))      *
      *  CHAVE JUROMORA : POS 1-6 JUROS DE MORA AO MES (9(2)V9(4)),    *
      *                   PRO RATA DIE SOBRE 30 DIAS                   *
      *  SEM LINHA EM VIGOR VALEM OS TETOS LEGAIS (2% E 1% AO MES).    *
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
           05 WS-VC-TAXA                   PIC 9(02)V9(04).
       77  WS-TAXA-MULTA                   PIC 9(02)V9(04) VALUE 2,0000.
       77  WS-TAXA-MORA                    PIC 9(02)V9(04) VALUE 1,0000.
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
      *                 ROTINAS DE CALENDARIO                          *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-670-PARM.
           05  WS-670-DATA-BASE            PIC 9(08).
           05  WS-670-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-670-DATA-RESULTADO       PIC 9(08).
           05  WS-670-RETORNO              PIC X(01).
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                 MASCARA DE CPF (CPFMSK31)                      *
      *----------------------------------------------------------------*
       77  WS-CPFMSK                       PIC X(08)   VALUE 'CPFMSK31'.
       01  WS-MSK-PARM.
           05  WS-MSK-CPF                  PIC 9(11).
           05  WS-MSK-MODO                 PIC X(01).
           05  WS-MSK-FORMATADO            PIC X(14).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB799S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB799S'.
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
      *----------------------------------------------------------------*
      *                 LAYOUT DA CARTA CARTQUI                        *
      *----------------------------------------------------------------*
       01  CAR-SEPARA.
           05 FILLER                       PIC X(80)  VALUE ALL '='.
      *----------------------------------------------------------------*
       01  CAR-TITULO-COTACAO.
           05 FILLER                       PIC X(80)  VALUE
              'COTACAO PARA QUITACAO ANTECIPADA DE EMPRESTIMO'.
      *----------------------------------------------------------------*
       01  CAR-TITULO-AMORTIZ.
           05 FILLER                       PIC X(80)  VALUE
              'AMORTIZACAO PARCIAL ANTECIPADA DE EMPRESTIMO'.
      *----------------------------------------------------------------*
       01  CAR-DESTINO.
           05 FILLER                       PIC X(06)  VALUE 'PARA: '.
           05 CARD-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE '  CPF: '.
           05 CARD-CPF                     PIC X(14)  VALUE SPACES.
           05 FILLER                       PIC X(12)  VALUE
                                           '  CONTRATO: '.
           05 CARD-CONTRATO                PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE SPACES.
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
       01  CAR-DATA-BASE.
           05 FILLER                       PIC X(27)  VALUE
                                          'SALDO CALCULADO PARA O DIA '.
           05 CARB-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(20)  VALUE
                                           ' - TAXA DO CONTRATO '.
           05 CARB-TAXA                    PIC Z9,9999 VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE
                                           ' % AO MES'.
      *----------------------------------------------------------------*
       01  CAR-COLUNAS.
           05 FILLER                       PIC X(80)  VALUE
              'PARC  VENCIMENTO   VALOR NOMINAL   VALOR PRESENTE      DE
      -       'SCONTO  SITUACAO'.
      *----------------------------------------------------------------*
       01  CAR-PARCELA.
           05 CARP-PARCELA                 PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 CARP-VENCTO                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 CARP-NOMINAL                 PIC ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 CARP-PRESENTE                PIC ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CARP-DESCONTO                PIC ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 CARP-SITUACAO                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-TOTAL.
           05 CART-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 CART-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(23)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-PRAZO.
           05 FILLER                       PIC X(40)  VALUE
                                'PARCELAS FINAIS LIQUIDADAS PELO PAGTO'.
           05 CARZ-ELIMINADAS              PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(37)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-BOLETO.
           05 FILLER                       PIC X(22)  VALUE
                                           'PAGUE COM O BOLETO NR '.
           05 CARL-NOSSO-NUMERO            PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE
                                           ' ATE O DIA      '.
           05 CARL-VENCTO                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-VALIDADE.
           05 FILLER                       PIC X(80)  VALUE
              'COTACAO VALIDA SOMENTE PARA A DATA ACIMA. APOS ESSA DATA
      -       'SOLICITE NOVO CALCULO.'.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA-CONTRATO
               THRU 2000-99-PROCESSA-CONTRATO-EXIT
                   UNTIL WS-FS-PAR         EQUAL '10'.
           PERFORM 8000-PEDIDOS-SEM-CRONOGRAMA
               THRU 8000-99-PEDIDOS-SEM-CRONOGRAMA-EXIT
                   VARYING WS-IND-QUI FROM 1 BY 1
                   UNTIL WS-IND-QUI GREATER WS-QTDE-QUI.
           PERFORM 8100-GRAVA-PENDENCIAS
               THRU 8100-99-GRAVA-PENDENCIAS-EXIT
                   VARYING WS-IND-QPD FROM 1 BY 1
                   UNTIL WS-IND-QPD GREATER WS-QTDE-QPD.
           PERFORM 8300-ATUALIZA-CONTRATOS
               THRU 8300-99-ATUALIZA-CONTRATOS-EXIT.
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

      * QUITACAO PEDIDA PARA ALEM DE 30 DIAS NAO EH COTADA.
           MOVE WS-DATA-HOJE               TO         WS-670-DATA-BASE.
           MOVE 30                         TO         WS-670-DIAS-SOMAR.
           PERFORM 7400-SOMA-DIAS THRU 7400-99-SOMA-DIAS-EXIT.
           MOVE WS-670-DATA-RESULTADO      TO         WS-DATA-LIMITE.

           PERFORM 1100-CARREGA-CONTRATOS
               THRU 1100-99-CARREGA-CONTRATOS-EXIT.
           PERFORM 1160-CARREGA-APOLICES
               THRU 1160-99-CARREGA-APOLICES-EXIT.
           PERFORM 1460-CARREGA-TAXAS
               THRU 1460-99-CARREGA-TAXAS-EXIT.
           PERFORM 1200-CARREGA-PENDENCIAS
               THRU 1200-99-CARREGA-PENDENCIAS-EXIT.
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

           PERFORM 1300-APURA-NOSSO-NUMERO
               THRU 1300-99-APURA-NOSSO-NUMERO-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    QUIREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO QUIREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1400-CARREGA-PEDIDOS
               THRU 1400-99-CARREGA-PEDIDOS-EXIT.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
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

           OPEN  OUTPUT                    LOANPARN.
           IF    WS-FS-PARN                NOT EQUAL  '00'
                 MOVE WS-FS-PARN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA NOVO LOANPARN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CARTQUI.
           IF    WS-FS-CAR                 NOT EQUAL  '00'
                 MOVE WS-FS-CAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS CARTAS CARTQUI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    REMQUI.
           IF    WS-FS-REM                 NOT EQUAL  '00'
                 MOVE WS-FS-REM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA REMQUI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-REM.
           MOVE '0'                        TO         REM-TIPO-REG.
           MOVE 'VRB799S'                  TO         REMH-ORIGEM.
           MOVE WS-DATA-HOJE               TO         REMH-DATA-GERACAO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           PERFORM 1500-LER-LOANPAR  THRU  1500-99-LER-LOANPAR-EXIT.
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
           MOVE LOA-CONTRATO     TO  WS-LOA-CONTRATO      (WS-QTDE-LOA).
           MOVE LOA-CPF          TO  WS-LOA-CPF           (WS-QTDE-LOA).
           MOVE LOA-NOME         TO  WS-LOA-NOME          (WS-QTDE-LOA).
           MOVE LOA-TAXA-MENSAL  TO  WS-LOA-TAXA          (WS-QTDE-LOA).
           MOVE LOA-SITUACAO     TO  WS-LOA-SITUACAO      (WS-QTDE-LOA).
           MOVE LOA-VALOR-PARCELA
                                 TO  WS-LOA-VALOR-PARCELA (WS-QTDE-LOA).
           MOVE 'N'              TO  WS-LOA-ALTERADO      (WS-QTDE-LOA).
           MOVE ZEROS            TO  WS-LOA-PREMIO        (WS-QTDE-LOA).
      *----------------------------------------------------------------*
       1150-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       1160-CARREGA-APOLICES               SECTION.
      *================================================================*
      * PREMIO MENSAL DAS APOLICES ATIVAS DO SEGURO PRESTAMISTA        *
      * (VRB766S). SEM MASTER DE APOLICES (35) NENHUM CONTRATO TEM     *
      * PREMIO.                                                        *
      *----------------------------------------------------------------*
           MOVE '1160-CARREGA-APOLICES'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANSEG.
           IF    WS-FS-SEG                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-SEG
                 GO TO 1160-99-CARREGA-APOLICES-EXIT
           END-IF.
           IF    WS-FS-SEG                 NOT EQUAL  '00'
                 MOVE WS-FS-SEG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANSEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1170-LE-APOLICE THRU 1170-99-LE-APOLICE-EXIT
                   UNTIL WS-FS-SEG         EQUAL      '10'.

           CLOSE LOANSEG.
           MOVE '00'                       TO         WS-FS-SEG.
      *----------------------------------------------------------------*
       1160-99-CARREGA-APOLICES-EXIT.      EXIT.
      *================================================================*
       1170-LE-APOLICE                     SECTION.
      *================================================================*
           READ  LOANSEG.
           IF  WS-FS-SEG   NOT EQUAL '00'
           AND WS-FS-SEG   NOT EQUAL '10'
               MOVE WS-FS-SEG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANSEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SEG                   NOT EQUAL  '00'
               GO TO 1170-99-LE-APOLICE-EXIT
           END-IF.

           IF  NOT SEG-SIT-ATIVA
               GO TO 1170-99-LE-APOLICE-EXIT
           END-IF.

           MOVE SEG-CONTRATO               TO         LOA-CONTRATO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.
           IF  WS-IND-LOA-ACH              NOT EQUAL  ZEROS
               MOVE SEG-PREMIO  TO  WS-LOA-PREMIO (WS-IND-LOA-ACH)
           END-IF.
      *----------------------------------------------------------------*
       1170-99-LE-APOLICE-EXIT.            EXIT.
      *================================================================*
       1200-CARREGA-PENDENCIAS             SECTION.
      *================================================================*
      * PENDENCIAS DE RODADAS ANTERIORES. NA PRIMEIRA RODADA (35) NAO  *
      * HA PENDENCIA.                                                  *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-PENDENCIAS'  TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANQPD.
           IF    WS-FS-QPD                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-QPD
                 GO TO 1200-99-CARREGA-PENDENCIAS-EXIT
           END-IF.
           IF    WS-FS-QPD                 NOT EQUAL  '00'
                 MOVE WS-FS-QPD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS PENDENCIAS LOANQPD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1250-LE-PENDENCIA THRU 1250-99-LE-PENDENCIA-EXIT
                   UNTIL WS-FS-QPD         EQUAL      '10'.

           CLOSE LOANQPD.
           MOVE '00'                       TO         WS-FS-QPD.
      *----------------------------------------------------------------*
       1200-99-CARREGA-PENDENCIAS-EXIT.    EXIT.
      *================================================================*
       1250-LE-PENDENCIA                   SECTION.
      *================================================================*
           READ  LOANQPD.
           IF  WS-FS-QPD   NOT EQUAL '00'
           AND WS-FS-QPD   NOT EQUAL '10'
               MOVE WS-FS-QPD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER PENDENCIAS LOANQPD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-QPD                   NOT EQUAL  '00'
               GO TO 1250-99-LE-PENDENCIA-EXIT
           END-IF.

           PERFORM 7600-NOVA-PENDENCIA THRU 7600-99-NOVA-PENDENCIA-EXIT.
           MOVE REG-QPD                TO  WS-QPD-REG (WS-QTDE-QPD).
      *----------------------------------------------------------------*
       1250-99-LE-PENDENCIA-EXIT.          EXIT.
      *================================================================*
       1300-APURA-NOSSO-NUMERO             SECTION.
      *================================================================*
      * O PROXIMO NOSSO-NUMERO EH A MAIOR CHAVE DO CLUSTER + 1, ACHADA *
      * POR PESQUISA BINARIA COM START (SEM LER O MASTER INTEIRO).     *
      * CLUSTER VAZIO (23 NO PRIMEIRO START) COMECA A NUMERACAO EM 1.  *
      *----------------------------------------------------------------*
           MOVE '1300-APURA-NOSSO-NUMERO'  TO         WS-CODIGO-AREA.

           MOVE 1                          TO         WS-PROX-NOSSO-NUM.
           MOVE 1                          TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 1300-99-APURA-NOSSO-NUMERO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    INVARIANTE: EXISTE CHAVE >= BAIXO E NAO EXISTE CHAVE >= ALTO
           MOVE 1                          TO         WS-NN-BAIXO.
           MOVE 9999999999                 TO         WS-NN-ALTO.
           PERFORM 1350-SONDA-CHAVE THRU 1350-99-SONDA-CHAVE-EXIT
                   UNTIL WS-NN-BAIXO + 1   NOT LESS   WS-NN-ALTO.
           COMPUTE WS-PROX-NOSSO-NUM = WS-NN-BAIXO + 1.
      *----------------------------------------------------------------*
       1300-99-APURA-NOSSO-NUMERO-EXIT.    EXIT.
      *================================================================*
       1350-SONDA-CHAVE                    SECTION.
      *================================================================*
           COMPUTE WS-NN-MEIO = (WS-NN-BAIXO + WS-NN-ALTO) / 2.
           MOVE WS-NN-MEIO                 TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '00'
                 MOVE WS-NN-MEIO           TO         WS-NN-BAIXO
                 GO TO 1350-99-SONDA-CHAVE-EXIT
           END-IF.
           IF    WS-FS-TIT                 EQUAL      '23'
                 MOVE WS-NN-MEIO           TO         WS-NN-ALTO
                 GO TO 1350-99-SONDA-CHAVE-EXIT
           END-IF.
           MOVE WS-FS-TIT                  TO         WS-AREA-STAT.
           MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       1350-99-SONDA-CHAVE-EXIT.           EXIT.
      *================================================================*
       1400-CARREGA-PEDIDOS                SECTION.
      *================================================================*
      * LOTE DE PEDIDOS DO ATENDIMENTO. ARQUIVO AUSENTE = RODADA SO DE *
      * CONFERENCIA DAS PENDENCIAS.                                    *
      *----------------------------------------------------------------*
           MOVE '1400-CARREGA-PEDIDOS'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANQUI.
           IF    WS-FS-QUI                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-QUI
                 GO TO 1400-99-CARREGA-PEDIDOS-EXIT
           END-IF.
           IF    WS-FS-QUI                 NOT EQUAL  '00'
                 MOVE WS-FS-QUI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS PEDIDOS LOANQUI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1450-CRITICA-PEDIDO THRU 1450-99-CRITICA-PEDIDO-EXIT
                   UNTIL WS-FS-QUI         EQUAL      '10'.

           CLOSE LOANQUI.
           MOVE '00'                       TO         WS-FS-QUI.
      *----------------------------------------------------------------*
       1400-99-CARREGA-PEDIDOS-EXIT.       EXIT.
      *================================================================*
       1450-CRITICA-PEDIDO                 SECTION.
      *================================================================*
           READ  LOANQUI.
           IF  WS-FS-QUI   NOT EQUAL '00'
           AND WS-FS-QUI   NOT EQUAL '10'
               MOVE WS-FS-QUI              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER PEDIDOS LOANQUI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-QUI                   NOT EQUAL  '00'
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-QUI.
           MOVE REG-QUI                    TO         REJ-REGISTRO.

           IF  NOT QUI-TIPO-VALIDO
               MOVE 'TIPO DE PEDIDO INVALIDO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.

           MOVE QUI-CONTRATO               TO         LOA-CONTRATO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.
           IF  WS-IND-LOA-ACH              EQUAL      ZEROS
               MOVE 'CONTRATO NAO CADASTRADO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.
           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) NOT EQUAL 'A'
               MOVE 'CONTRATO NAO ESTA ATIVO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.

      * DATA DA QUITACAO: ZERADA = HOJE; ROLA PARA DIA UTIL.
           IF  QUI-DATA-QUITACAO           EQUAL      ZEROS
               MOVE WS-DATA-HOJE           TO         QUI-DATA-QUITACAO
           END-IF.
           IF  QUI-DATA-QUITACAO           LESS       WS-DATA-HOJE
               MOVE 'DATA DE QUITACAO JA PASSOU'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.
           IF  QUI-DATA-QUITACAO           GREATER    WS-DATA-LIMITE
               MOVE 'DATA DE QUITACAO ALEM DE 30 DIAS'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.
           MOVE 'P'                        TO         WS-671-FUNCAO.
           MOVE QUI-DATA-QUITACAO          TO         WS-671-DATA-BASE.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE 'DATA DE QUITACAO INVALIDA'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.
           MOVE WS-671-DATA-RESULTADO      TO         QUI-DATA-QUITACAO.

           IF  (QUI-REDUZ-PARCELA OR QUI-REDUZ-PRAZO)
           AND QUI-VALOR-AMORTIZ           EQUAL      ZEROS
               MOVE 'VALOR DA AMORTIZACAO ZERADO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.

      * CONTRATO COM BOLETO DE QUITACAO/AMORTIZACAO EM ABERTO SO
      * ACEITA COTACAO.
           IF  NOT QUI-COTACAO
               PERFORM 7300-LOCALIZA-PENDENCIA
                   THRU 7300-99-LOCALIZA-PENDENCIA-EXIT
               IF  WS-IND-QPD-ACH          NOT EQUAL  ZEROS
                   MOVE 'JA EXISTE BOLETO PENDENTE'
                                           TO         REJ-MOTIVO
                   PERFORM 7800-GRAVA-REJEITO
                       THRU 7800-99-GRAVA-REJEITO-EXIT
                   GO TO 1450-99-CRITICA-PEDIDO-EXIT
               END-IF
           END-IF.

           PERFORM 7100-LOCALIZA-PEDIDO
               THRU 7100-99-LOCALIZA-PEDIDO-EXIT.
           IF  WS-IND-QUI-ACH              NOT EQUAL  ZEROS
               MOVE 'PEDIDO DUPLICADO NO LOTE'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1450-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  WS-QTDE-QUI                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 500 PEDIDOS NO LOANQUI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-QUI.
           MOVE REG-QUI           TO  WS-QUI-REGISTRO (WS-QTDE-QUI).
           MOVE QUI-CONTRATO      TO  WS-QUI-CONTRATO (WS-QTDE-QUI).
           MOVE QUI-TIPO          TO  WS-QUI-TIPO     (WS-QTDE-QUI).
           MOVE QUI-DATA-QUITACAO TO  WS-QUI-DATA     (WS-QTDE-QUI).
           MOVE QUI-VALOR-AMORTIZ TO  WS-QUI-VALOR    (WS-QTDE-QUI).
           MOVE 'V'               TO  WS-QUI-SIT      (WS-QTDE-QUI).
      *----------------------------------------------------------------*
       1450-99-CRITICA-PEDIDO-EXIT.        EXIT.
      *================================================================*
       1460-CARREGA-TAXAS                  SECTION.
      *================================================================*
      * TAXAS DE MULTA E JUROS DE MORA NO MASTER CENTRAL PARMMST VIA   *
      * PARGET31, AS MESMAS DO VRB768S. SEM LINHA EM VIGOR ('V') FICAM *
      * OS TETOS LEGAIS DO VALUE; MASTER AUSENTE/ILEGIVEL CANCELA,     *
      * PORQUE O VALOR VAI PARA O BOLETO DO CLIENTE.                   *
      *----------------------------------------------------------------*
           MOVE '1460-CARREGA-TAXAS'       TO         WS-CODIGO-AREA.

           MOVE 'EMPREST '                 TO         WS-PGT-DOMINIO.
           MOVE 'MULTA   '                 TO         WS-PGT-CHAVE.
           PERFORM 1470-BUSCA-TAXA THRU 1470-99-BUSCA-TAXA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-TAXA             TO         WS-TAXA-MULTA
           ELSE
               DISPLAY 'MULTA SEM LINHA NO PARMMST - TETO LEGAL'
           END-IF.

           MOVE 'JUROMORA'                 TO         WS-PGT-CHAVE.
           PERFORM 1470-BUSCA-TAXA THRU 1470-99-BUSCA-TAXA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-TAXA             TO         WS-TAXA-MORA
           ELSE
               DISPLAY 'JUROS DE MORA SEM LINHA NO PARMMST - TETO LEGAL'
           END-IF.
      *----------------------------------------------------------------*
       1460-99-CARREGA-TAXAS-EXIT.         EXIT.
      *================================================================*
       1470-BUSCA-TAXA                     SECTION.
      *================================================================*
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:6) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'TAXA DE ENCARGO DO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1470-99-BUSCA-TAXA-EXIT.            EXIT.
      *================================================================*
       1500-LER-LOANPAR                    SECTION.
      *================================================================*
           MOVE '1500-LER-LOANPAR'         TO         WS-CODIGO-AREA.

           READ LOANPAR.

           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PAR
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA-CONTRATO              SECTION.
      *================================================================*
      * O LOANPAR VEM EM ORDEM DE CONTRATO/PARCELA (VRB766S GRAVA O    *
      * CRONOGRAMA INTEIRO DE CADA CONTRATO E OS ROLOS PRESERVAM A     *
      * ORDEM). AS PARCELAS DE UM CONTRATO SAO JUNTADAS EM TABELA,     *
      * TRATADAS (PENDENCIA E PEDIDO) E REGRAVADAS NO LOANPARN.        *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-CONTRATO'   TO         WS-CODIGO-AREA.

           MOVE PAR-CONTRATO               TO         WS-CONTRATO-ATUAL.
           MOVE ZEROS                      TO         WS-QTDE-GRP.

           PERFORM 2100-ACUMULA-PARCELA
               THRU 2100-99-ACUMULA-PARCELA-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'
                      OR PAR-CONTRATO  NOT EQUAL      WS-CONTRATO-ATUAL.

           MOVE WS-CONTRATO-ATUAL          TO         LOA-CONTRATO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.

           IF  WS-IND-LOA-ACH              NOT EQUAL  ZEROS
               PERFORM 3000-CONFERE-PENDENCIA
                   THRU 3000-99-CONFERE-PENDENCIA-EXIT
               PERFORM 4000-ATENDE-PEDIDO
                   THRU 4000-99-ATENDE-PEDIDO-EXIT
           END-IF.

           PERFORM 2200-GRAVA-PARCELA THRU 2200-99-GRAVA-PARCELA-EXIT
                   VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER WS-QTDE-GRP.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       2100-ACUMULA-PARCELA                SECTION.
      *================================================================*
           IF  WS-QTDE-GRP                 EQUAL      200
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'CONTRATO COM MAIS DE 200 PARCELAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-GRP.
           MOVE REG-PAR           TO  WS-GRP-REG          (WS-QTDE-GRP).
           MOVE ZEROS             TO  WS-GRP-VALOR-PRESENTE
                                                          (WS-QTDE-GRP).
           MOVE PAR-VALOR         TO  WS-GRP-VALOR-NOVO   (WS-QTDE-GRP).
           MOVE PAR-SITUACAO      TO  WS-GRP-SIT-NOVA     (WS-QTDE-GRP).
           MOVE ZEROS             TO  WS-GRP-MULTA-QUIT   (WS-QTDE-GRP)
                                      WS-GRP-MORA-QUIT    (WS-QTDE-GRP).

           PERFORM 1500-LER-LOANPAR  THRU  1500-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       2100-99-ACUMULA-PARCELA-EXIT.       EXIT.
      *================================================================*
       2200-GRAVA-PARCELA                  SECTION.
      *================================================================*
           MOVE '2200-GRAVA-PARCELA'       TO         WS-CODIGO-AREA.

           WRITE REG-PARN                  FROM       WS-GRP-REG
                                                      (WS-IND-GRP).
           IF  WS-FS-PARN                  NOT EQUAL  '00'
               MOVE WS-FS-PARN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CRONOGRAMA NOVO LOANPARN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2200-99-GRAVA-PARCELA-EXIT.         EXIT.
      *================================================================*
       3000-CONFERE-PENDENCIA              SECTION.
      *================================================================*
      * BOLETO PENDENTE DO CONTRATO: PAGO = EFETIVA A QUITACAO OU A    *
      * AMORTIZACAO; VENCIDO HA MAIS DE 5 DIAS SEM PAGAMENTO = EXPIRA; *
      * SENAO CONTINUA PENDENTE.                                       *
      *----------------------------------------------------------------*
           MOVE '3000-CONFERE-PENDENCIA'   TO         WS-CODIGO-AREA.

           PERFORM 7300-LOCALIZA-PENDENCIA
               THRU 7300-99-LOCALIZA-PENDENCIA-EXIT.
           IF  WS-IND-QPD-ACH              EQUAL      ZEROS
               GO TO 3000-99-CONFERE-PENDENCIA-EXIT
           END-IF.

           MOVE WS-QPD-NOSSO-NUMERO (WS-IND-QPD-ACH)
                                          TO        TIT-NOSSO-NUMERO.
           PERFORM 7700-LOCALIZA-TITULO
               THRU 7700-99-LOCALIZA-TITULO-EXIT.
           MOVE '3000-CONFERE-PENDENCIA'   TO         WS-CODIGO-AREA.

           IF  WS-TIT-ACHADO-SIM
           AND TIT-PAGO
               PERFORM 3100-EFETIVA-PENDENCIA
                   THRU 3100-99-EFETIVA-PENDENCIA-EXIT
               GO TO 3000-99-CONFERE-PENDENCIA-EXIT
           END-IF.

           MOVE WS-QPD-DATA-QUITACAO (WS-IND-QPD-ACH)
                                           TO         WS-670-DATA-BASE.
           MOVE 5                          TO         WS-670-DIAS-SOMAR.
           PERFORM 7400-SOMA-DIAS THRU 7400-99-SOMA-DIAS-EXIT.
           MOVE WS-670-DATA-RESULTADO      TO         WS-DATA-EXPIRA.

           IF  WS-DATA-HOJE                GREATER    WS-DATA-EXPIRA
               MOVE 'X'                TO  WS-QPD-SIT (WS-IND-QPD-ACH)
               IF  WS-TIT-ACHADO-SIM
                   PERFORM 7750-BAIXA-TITULO
                       THRU 7750-99-BAIXA-TITULO-EXIT
               END-IF
               ADD  1                      TO
                    WS-PENDENCIAS-EXPIRADAS
           END-IF.
      *----------------------------------------------------------------*
       3000-99-CONFERE-PENDENCIA-EXIT.     EXIT.
      *================================================================*
       3100-EFETIVA-PENDENCIA              SECTION.
      *================================================================*
           MOVE '3100-EFETIVA-PENDENCIA'   TO         WS-CODIGO-AREA.

           MOVE 'B'                    TO  WS-QPD-SIT (WS-IND-QPD-ACH).
           MOVE WS-QPD-DATA-QUITACAO (WS-IND-QPD-ACH)
                                           TO         WS-DATA-BASE.
           MOVE WS-QPD-TIPO (WS-IND-QPD-ACH) TO       WS-TIPO-OPERACAO.

           IF  WS-TIPO-OPERACAO            EQUAL      'T'
               PERFORM 5000-APURA-SALDO THRU 5000-99-APURA-SALDO-EXIT
               PERFORM 3200-QUITA-PARCELA
                   THRU 3200-99-QUITA-PARCELA-EXIT
                       VARYING WS-IND-GRP FROM 1 BY 1
                       UNTIL WS-IND-GRP GREATER WS-QTDE-GRP
               MOVE 'Q'        TO  WS-LOA-SITUACAO (WS-IND-LOA-ACH)
               MOVE 'S'        TO  WS-LOA-ALTERADO (WS-IND-LOA-ACH)
               ADD  1                      TO   WS-QUITACOES-BAIXADAS
           ELSE
               PERFORM 5000-APURA-SALDO THRU 5000-99-APURA-SALDO-EXIT
               MOVE WS-QPD-VALOR (WS-IND-QPD-ACH) TO  WS-VALOR-AMORTIZ
               MOVE 'S'                    TO         WS-APLICAR
               PERFORM 5500-SIMULA-AMORTIZACAO
                   THRU 5500-99-SIMULA-AMORTIZACAO-EXIT
               ADD  1                      TO   WS-AMORTIZ-BAIXADAS
           END-IF.
      *----------------------------------------------------------------*
       3100-99-EFETIVA-PENDENCIA-EXIT.     EXIT.
      *================================================================*
       3200-QUITA-PARCELA                  SECTION.
      *================================================================*
      * PARCELA EM ABERTO VIRA 'Q'. SE JA TINHA BOLETO MENSAL EMITIDO  *
      * (DIFERENTE DO BOLETO DA QUITACAO), O BOLETO EH BAIXADO NO      *
      * CLUSTER PARA O RETORNO DELE CAIR NO RETEXC DO VRB738S.         *
      * O ENCARGO DE ATRASO PAGO NO BOLETO (PENDENTE DE PARCELA PAGA   *
      * OU APURADO ATE A DATA DA QUITACAO) FICA FATURADO ('F') E SOMA  *
      * NOS ENCARGOS RECEBIDOS.                                        *
      *----------------------------------------------------------------*
           IF  WS-GRP-SIT-ENCARGO (WS-IND-GRP) EQUAL  'P'
               MOVE 'F'        TO  WS-GRP-SIT-ENCARGO (WS-IND-GRP)
               ADD  WS-GRP-VALOR-MULTA (WS-IND-GRP)
                    WS-GRP-VALOR-MORA  (WS-IND-GRP)
                                           TO     WS-ENCARGOS-RECEBIDOS
           END-IF.

           IF  WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'A'
           AND WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'E'
               GO TO 3200-99-QUITA-PARCELA-EXIT
           END-IF.

           IF  WS-GRP-SITUACAO (WS-IND-GRP) EQUAL     'E'
               MOVE WS-GRP-NOSSO-NUMERO (WS-IND-GRP)
                                           TO         TIT-NOSSO-NUMERO
               PERFORM 7700-LOCALIZA-TITULO
                   THRU 7700-99-LOCALIZA-TITULO-EXIT
               IF  WS-TIT-ACHADO-SIM
               AND TIT-EMITIDO
                   PERFORM 7750-BAIXA-TITULO
                       THRU 7750-99-BAIXA-TITULO-EXIT
               END-IF
           END-IF.

           MOVE 'Q'                TO  WS-GRP-SITUACAO (WS-IND-GRP).

           IF  WS-GRP-MULTA-QUIT (WS-IND-GRP) GREATER ZEROS
           OR  WS-GRP-MORA-QUIT  (WS-IND-GRP) GREATER ZEROS
               MOVE WS-GRP-MULTA-QUIT (WS-IND-GRP)
                               TO  WS-GRP-VALOR-MULTA (WS-IND-GRP)
               MOVE WS-GRP-MORA-QUIT  (WS-IND-GRP)
                               TO  WS-GRP-VALOR-MORA  (WS-IND-GRP)
               MOVE 'F'        TO  WS-GRP-SIT-ENCARGO (WS-IND-GRP)
               ADD  WS-GRP-MULTA-QUIT (WS-IND-GRP)
                    WS-GRP-MORA-QUIT  (WS-IND-GRP)
                                           TO     WS-ENCARGOS-RECEBIDOS
           END-IF.
      *----------------------------------------------------------------*
       3200-99-QUITA-PARCELA-EXIT.         EXIT.
      *================================================================*
       4000-ATENDE-PEDIDO                  SECTION.
      *================================================================*
      * PEDIDO DO LOTE PARA O CONTRATO: APURA O SALDO, SIMULA A        *
      * AMORTIZACAO QUANDO FOR O CASO, EMITE A CARTA E, FORA A SIMPLES *
      * COTACAO, O BOLETO COM A PENDENCIA.                             *
      *----------------------------------------------------------------*
           MOVE '4000-ATENDE-PEDIDO'       TO         WS-CODIGO-AREA.

           PERFORM 7100-LOCALIZA-PEDIDO
               THRU 7100-99-LOCALIZA-PEDIDO-EXIT.
           IF  WS-IND-QUI-ACH              EQUAL      ZEROS
               GO TO 4000-99-ATENDE-PEDIDO-EXIT
           END-IF.

           MOVE 'F'                    TO  WS-QUI-SIT (WS-IND-QUI-ACH).
           MOVE WS-QUI-REGISTRO (WS-IND-QUI-ACH) TO   REJ-REGISTRO.
           MOVE WS-QUI-DATA (WS-IND-QUI-ACH)     TO   WS-DATA-BASE.
           MOVE WS-QUI-TIPO (WS-IND-QUI-ACH)     TO   WS-TIPO-OPERACAO.

      * CONTRATO QUITADO NA CONFERENCIA DAS PENDENCIAS DESTA RODADA.
           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) NOT EQUAL 'A'
               MOVE 'CONTRATO NAO ESTA ATIVO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 4000-99-ATENDE-PEDIDO-EXIT
           END-IF.

           PERFORM 5000-APURA-SALDO THRU 5000-99-APURA-SALDO-EXIT.

           IF  WS-TOT-NOMINAL              EQUAL      ZEROS
               MOVE 'CONTRATO SEM PARCELA EM ABERTO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 4000-99-ATENDE-PEDIDO-EXIT
           END-IF.

           MOVE WS-TOT-QUITACAO            TO         WS-VALOR-BOLETO.
           IF  WS-TIPO-OPERACAO            EQUAL      'R'
           OR  WS-TIPO-OPERACAO            EQUAL      'P'
               MOVE WS-QUI-VALOR (WS-IND-QUI-ACH) TO  WS-VALOR-AMORTIZ
               IF  WS-VALOR-AMORTIZ    NOT LESS   WS-TOT-VP-A-FATURAR
                   MOVE 'AMORTIZACAO COBRE O SALDO'
                                           TO         REJ-MOTIVO
                   PERFORM 7800-GRAVA-REJEITO
                       THRU 7800-99-GRAVA-REJEITO-EXIT
                   GO TO 4000-99-ATENDE-PEDIDO-EXIT
               END-IF
               MOVE 'N'                    TO         WS-APLICAR
               PERFORM 5500-SIMULA-AMORTIZACAO
                   THRU 5500-99-SIMULA-AMORTIZACAO-EXIT
               MOVE WS-VALOR-AMORTIZ       TO         WS-VALOR-BOLETO
           END-IF.

           IF  WS-TIPO-OPERACAO            NOT EQUAL  'C'
               PERFORM 4500-EMITE-BOLETO THRU 4500-99-EMITE-BOLETO-EXIT
           END-IF.

           PERFORM 6000-EMITE-CARTA THRU 6000-99-EMITE-CARTA-EXIT.
           ADD  1                          TO         WS-COTACOES.
      *----------------------------------------------------------------*
       4000-99-ATENDE-PEDIDO-EXIT.         EXIT.
      *================================================================*
       4500-EMITE-BOLETO                   SECTION.
      *================================================================*
      * BOLETO DA QUITACAO/AMORTIZACAO: TITULO ORIGEM 'Q' NO CLUSTER,  *
      * DETALHE NA REMESSA REMQUI E PENDENCIA NO LOANQPDN.             *
      *----------------------------------------------------------------*
           MOVE '4500-EMITE-BOLETO'        TO         WS-CODIGO-AREA.

           PERFORM 4600-PROCURA-EMITIDO
               THRU 4600-99-PROCURA-EMITIDO-EXIT.
           MOVE '4500-EMITE-BOLETO'        TO         WS-CODIGO-AREA.

      * RODADA REPETIDA (O LOANQPDN DA RODADA INTERROMPIDA NAO FOI
      * TROCADO): O BOLETO DO PEDIDO JA ESTA NO CLUSTER E SO VOLTA A
      * REMESSA E A PENDENCIA NOVA.
           IF  WS-JA-EMITIDO-SIM
               MOVE TIT-NOSSO-NUMERO       TO         WS-NOSSO-EMITIDO
               ADD  1                      TO      WS-BOLETOS-REUSADOS
               GO TO 4500-50-REMESSA
           END-IF.

           MOVE WS-PROX-NOSSO-NUM          TO         WS-NOSSO-EMITIDO.
           ADD  1                          TO         WS-PROX-NOSSO-NUM.
           INITIALIZE REG-TIT.
           MOVE WS-NOSSO-EMITIDO           TO         TIT-NOSSO-NUMERO.
           MOVE WS-CONTRATO-ATUAL          TO         TIT-SOCIO.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       TIT-NOME.
           MOVE WS-VALOR-BOLETO            TO         TIT-VALOR.
           MOVE WS-DATA-BASE               TO         TIT-DATA-VENCTO.
           MOVE 'E'                        TO         TIT-SITUACAO.
           MOVE WS-DATA-HOJE               TO         TIT-DATA-EMISSAO.
           MOVE 'Q'                        TO         TIT-ORIGEM.
           PERFORM 7500-GRAVA-TITMST THRU 7500-99-GRAVA-TITMST-EXIT.

       4500-50-REMESSA.
           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE WS-NOSSO-EMITIDO           TO         REMD-NOSSO-NUMERO.
           MOVE WS-CONTRATO-ATUAL          TO         REMD-SOCIO.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       REMD-NOME.
           MOVE WS-VALOR-BOLETO            TO         REMD-VALOR.
           MOVE WS-DATA-BASE               TO         REMD-DATA-VENCTO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           PERFORM 7600-NOVA-PENDENCIA THRU 7600-99-NOVA-PENDENCIA-EXIT.
           INITIALIZE WS-QPD-REG (WS-QTDE-QPD).
           MOVE WS-CONTRATO-ATUAL TO WS-QPD-CONTRATO      (WS-QTDE-QPD).
           MOVE WS-TIPO-OPERACAO  TO WS-QPD-TIPO          (WS-QTDE-QPD).
           MOVE WS-DATA-BASE      TO WS-QPD-DATA-QUITACAO (WS-QTDE-QPD).
           MOVE WS-NOSSO-EMITIDO  TO WS-QPD-NOSSO-NUMERO  (WS-QTDE-QPD).
           MOVE WS-VALOR-BOLETO   TO WS-QPD-VALOR         (WS-QTDE-QPD).
           MOVE WS-DATA-HOJE      TO WS-QPD-DATA-PEDIDO   (WS-QTDE-QPD).

           ADD  1                          TO      WS-BOLETOS-EMITIDOS.
           ADD  WS-VALOR-BOLETO            TO      WS-VALOR-REMESSA.
      *----------------------------------------------------------------*
       4500-99-EMITE-BOLETO-EXIT.          EXIT.
      *================================================================*
       4600-PROCURA-EMITIDO                SECTION.
      *================================================================*
      * O INDICE ALTERNATIVO POR PAGADOR (O CONTRATO, NO BOLETO DE     *
      * QUITACAO) DIZ SE O PEDIDO JA TEM BOLETO 'Q' EMITIDO NA DATA DA *
      * QUITACAO E PELO MESMO VALOR.                                   *
      *----------------------------------------------------------------*
           MOVE '4600-PROCURA-EMITIDO'     TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-JA-EMITIDO.

           MOVE WS-CONTRATO-ATUAL          TO         TIT-SOCIO.
           START TITMST KEY IS EQUAL TO TIT-SOCIO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 4600-99-PROCURA-EMITIDO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO POR PAGADOR NO TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE 'S'                        TO         WS-MESMO-PAGADOR.
           PERFORM 4650-LE-PAGADOR THRU 4650-99-LE-PAGADOR-EXIT
                   UNTIL NOT WS-MESMO-PAGADOR-SIM
                      OR WS-JA-EMITIDO-SIM.
      *----------------------------------------------------------------*
       4600-99-PROCURA-EMITIDO-EXIT.       EXIT.
      *================================================================*
       4650-LE-PAGADOR                     SECTION.
      *================================================================*
           READ  TITMST NEXT RECORD.
           IF  WS-FS-TIT                   EQUAL      '10'
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 4650-99-LE-PAGADOR-EXIT
           END-IF.
      *    02 = HA MAIS TITULOS DO MESMO PAGADOR NO INDICE ALTERNATIVO
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITMST PELO PAGADOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  TIT-SOCIO                   NOT EQUAL  WS-CONTRATO-ATUAL
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 4650-99-LE-PAGADOR-EXIT
           END-IF.
           IF  TIT-ORIGEM                  EQUAL      'Q'
           AND TIT-EMITIDO
           AND TIT-DATA-VENCTO             EQUAL      WS-DATA-BASE
           AND TIT-VALOR                   EQUAL      WS-VALOR-BOLETO
               MOVE 'S'                    TO         WS-JA-EMITIDO
           END-IF.
      *----------------------------------------------------------------*
       4650-99-LE-PAGADOR-EXIT.            EXIT.
      *================================================================*
       5000-APURA-SALDO                    SECTION.
      *================================================================*
      * SALDO PARA QUITACAO NA DATA BASE: SOMA DAS PARCELAS EM ABERTO  *
      * ('A' OU 'E'), A VENCER PELO VALOR PRESENTE, VENCIDAS PELO      *
      * NOMINAL, MAIS OS ENCARGOS DE ATRASO (MULTA E MORA DAS VENCIDAS *
      * ATE A DATA BASE E ENCARGO PENDENTE DE PARCELA PAGA). SEPARA O  *
      * VALOR PRESENTE AINDA NAO FATURADO ('A' A VENCER), UNICO        *
      * ALCANCADO PELA AMORTIZACAO PARCIAL.                            *
      *----------------------------------------------------------------*
           MOVE '5000-APURA-SALDO'         TO         WS-CODIGO-AREA.

           COMPUTE WS-TAXA-FRACAO =
                   WS-LOA-TAXA (WS-IND-LOA-ACH) / 100.
           MOVE ZEROS                      TO         WS-TOT-NOMINAL
                                                      WS-TOT-PRESENTE
                                                      WS-TOT-DESCONTO
                                                      WS-TOT-VENCIDO.
           MOVE ZEROS                      TO      WS-TOT-VP-A-FATURAR
                                                   WS-TOT-ENCARGOS.

           PERFORM 5100-VALOR-PRESENTE THRU 5100-99-VALOR-PRESENTE-EXIT
                   VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER WS-QTDE-GRP.

           COMPUTE WS-TOT-DESCONTO = WS-TOT-NOMINAL - WS-TOT-PRESENTE.
           COMPUTE WS-TOT-QUITACAO = WS-TOT-PRESENTE + WS-TOT-ENCARGOS.
      *----------------------------------------------------------------*
       5000-99-APURA-SALDO-EXIT.           EXIT.
      *================================================================*
       5100-VALOR-PRESENTE                 SECTION.
      *================================================================*
           MOVE ZEROS          TO  WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
                                   WS-GRP-MULTA-QUIT     (WS-IND-GRP)
                                   WS-GRP-MORA-QUIT      (WS-IND-GRP).

      * ENCARGO DE PARCELA PAGA COM ATRASO (VRB768S) AINDA NAO
      * FATURADO ENTRA NA QUITACAO.
           IF  WS-GRP-SIT-ENCARGO (WS-IND-GRP) EQUAL  'P'
               ADD  WS-GRP-VALOR-MULTA (WS-IND-GRP)
                    WS-GRP-VALOR-MORA  (WS-IND-GRP)
                                           TO         WS-TOT-ENCARGOS
           END-IF.

           IF  WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'A'
           AND WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'E'
               GO TO 5100-99-VALOR-PRESENTE-EXIT
           END-IF.

           ADD  WS-GRP-VALOR (WS-IND-GRP)  TO         WS-TOT-NOMINAL.

           IF  WS-GRP-DATA-VENCTO (WS-IND-GRP) NOT GREATER WS-DATA-BASE
               MOVE WS-GRP-VALOR (WS-IND-GRP)
                               TO  WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
               ADD  WS-GRP-VALOR (WS-IND-GRP) TO      WS-TOT-VENCIDO
               ADD  WS-GRP-VALOR (WS-IND-GRP) TO      WS-TOT-PRESENTE
               PERFORM 5200-CALCULA-ENCARGOS
                   THRU 5200-99-CALCULA-ENCARGOS-EXIT
               GO TO 5100-99-VALOR-PRESENTE-EXIT
           END-IF.

           MOVE WS-DATA-BASE
                                           TO WS-672-DATA-INICIAL.
           MOVE WS-GRP-DATA-VENCTO (WS-IND-GRP) TO    WS-672-DATA-FINAL.
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

      * O PREMIO DO SEGURO DA PARCELA A VENCER NAO EH COBRADO NA
      * QUITACAO: SO A PARTE DO EMPRESTIMO ENTRA A VALOR PRESENTE.
           PERFORM 5150-SEPARA-PREMIO THRU 5150-99-SEPARA-PREMIO-EXIT.
           COMPUTE WS-GRP-VALOR-PRESENTE (WS-IND-GRP) ROUNDED =
                   WS-VALOR-SEM-PREMIO / WS-FATOR-DESCONTO.

           ADD  WS-GRP-VALOR-PRESENTE (WS-IND-GRP) TO WS-TOT-PRESENTE.
           IF  WS-GRP-SITUACAO (WS-IND-GRP) EQUAL     'A'
               ADD  WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
                                           TO      WS-TOT-VP-A-FATURAR
           END-IF.
      *----------------------------------------------------------------*
       5100-99-VALOR-PRESENTE-EXIT.        EXIT.
      *================================================================*
       5150-SEPARA-PREMIO                  SECTION.
      *================================================================*
      * SEPARA DO VALOR DA PARCELA O PREMIO DO SEGURO PRESTAMISTA.     *
      *----------------------------------------------------------------*
           MOVE WS-LOA-PREMIO (WS-IND-LOA-ACH) TO    WS-PREMIO-PARCELA.
           IF  WS-PREMIO-PARCELA GREATER WS-GRP-VALOR (WS-IND-GRP)
               MOVE WS-GRP-VALOR (WS-IND-GRP) TO     WS-PREMIO-PARCELA
           END-IF.
           COMPUTE WS-VALOR-SEM-PREMIO =
                   WS-GRP-VALOR (WS-IND-GRP) - WS-PREMIO-PARCELA.
      *----------------------------------------------------------------*
       5150-99-SEPARA-PREMIO-EXIT.         EXIT.
      *================================================================*
       5200-CALCULA-ENCARGOS               SECTION.
      *================================================================*
      * PARCELA VENCIDA: MULTA SOBRE O VALOR DA PARCELA MAIS JUROS DE  *
      * MORA SIMPLES PRO RATA DIE (TAXA MENSAL / 30) DO VENCIMENTO ATE *
      * A DATA BASE, COMO NO VRB768S. SEM DIA DE ATRASO NAO HA ENCARGO.*
      *----------------------------------------------------------------*
           MOVE WS-GRP-DATA-VENCTO (WS-IND-GRP)
                                           TO WS-672-DATA-INICIAL.
           MOVE WS-DATA-BASE               TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA INVALIDA NO CALCULO DOS DIAS DE ATRASO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-672-DIAS                 NOT GREATER ZEROS
               GO TO 5200-99-CALCULA-ENCARGOS-EXIT
           END-IF.

           COMPUTE WS-GRP-MULTA-QUIT (WS-IND-GRP) ROUNDED =
                   WS-GRP-VALOR (WS-IND-GRP) * WS-TAXA-MULTA / 100.
           COMPUTE WS-GRP-MORA-QUIT  (WS-IND-GRP) ROUNDED =
                   WS-GRP-VALOR (WS-IND-GRP) * WS-TAXA-MORA / 100
                   * WS-672-DIAS / 30.

           ADD  WS-GRP-MULTA-QUIT (WS-IND-GRP)
                WS-GRP-MORA-QUIT  (WS-IND-GRP)
                                           TO         WS-TOT-ENCARGOS.
      *----------------------------------------------------------------*
       5200-99-CALCULA-ENCARGOS-EXIT.      EXIT.
      *================================================================*
       5500-SIMULA-AMORTIZACAO             SECTION.
      *================================================================*
      * AMORTIZACAO PARCIAL SOBRE AS PARCELAS AINDA NAO FATURADAS:     *
      *   'R' - TODAS CAEM NA MESMA PROPORCAO (SALDO RESTANTE / SALDO  *
      *         ANTERIOR), O QUE EQUIVALE A RECALCULAR A PRICE NO      *
      *         MESMO PRAZO;                                           *
      *   'P' - O VALOR LIQUIDA AS ULTIMAS PARCELAS PELO VALOR         *
      *         PRESENTE DE CADA UMA E A SOBRA ABATE A ULTIMA PARCELA  *
      *         QUE RESTAR.                                            *
      * COM WS-APLICAR = 'S' O RESULTADO EH GRAVADO NA TABELA (E DAI   *
      * NO LOANPARN); COM 'N' SO ALIMENTA A CARTA.                     *
      *----------------------------------------------------------------*
           MOVE '5500-SIMULA-AMORTIZACAO'  TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         WS-PARC-ELIMINADAS
                                                      WS-NOVA-PARCELA.
           MOVE WS-VALOR-AMORTIZ           TO         WS-SALDO-AMORTIZ.

           IF  WS-TIPO-OPERACAO            EQUAL      'R'
               IF  WS-VALOR-AMORTIZ    NOT LESS   WS-TOT-VP-A-FATURAR
                   MOVE ZEROS              TO         WS-FATOR-REDUCAO
               ELSE
                   COMPUTE WS-FATOR-REDUCAO ROUNDED =
                           (WS-TOT-VP-A-FATURAR - WS-VALOR-AMORTIZ)
                           / WS-TOT-VP-A-FATURAR
               END-IF
               PERFORM 5600-REDUZ-PARCELA
                   THRU 5600-99-REDUZ-PARCELA-EXIT
                       VARYING WS-IND-GRP FROM 1 BY 1
                       UNTIL WS-IND-GRP GREATER WS-QTDE-GRP
               IF  WS-APLICAR              EQUAL      'S'
               AND WS-NOVA-PARCELA         GREATER    ZEROS
                   MOVE WS-NOVA-PARCELA
                            TO  WS-LOA-VALOR-PARCELA (WS-IND-LOA-ACH)
                   MOVE 'S' TO  WS-LOA-ALTERADO      (WS-IND-LOA-ACH)
               END-IF
           ELSE
               PERFORM 5700-REDUZ-PRAZO THRU 5700-99-REDUZ-PRAZO-EXIT
                       VARYING WS-IND-GRP FROM WS-QTDE-GRP BY -1
                       UNTIL WS-IND-GRP EQUAL ZEROS
                          OR WS-SALDO-AMORTIZ EQUAL ZEROS
           END-IF.
      *----------------------------------------------------------------*
       5500-99-SIMULA-AMORTIZACAO-EXIT.    EXIT.
      *================================================================*
       5600-REDUZ-PARCELA                  SECTION.
      *================================================================*
           IF  WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'A'
           OR  WS-GRP-DATA-VENCTO (WS-IND-GRP) NOT GREATER WS-DATA-BASE
               GO TO 5600-99-REDUZ-PARCELA-EXIT
           END-IF.

      * O PREMIO DO SEGURO SEGUE NA PARCELA REDUZIDA.
           PERFORM 5150-SEPARA-PREMIO THRU 5150-99-SEPARA-PREMIO-EXIT.
           IF  WS-FATOR-REDUCAO            EQUAL      ZEROS
               MOVE ZEROS      TO  WS-GRP-VALOR-NOVO (WS-IND-GRP)
           ELSE
               COMPUTE WS-GRP-VALOR-NOVO (WS-IND-GRP) ROUNDED =
                       WS-VALOR-SEM-PREMIO * WS-FATOR-REDUCAO
                       + WS-PREMIO-PARCELA
           END-IF.
           MOVE WS-GRP-VALOR-NOVO (WS-IND-GRP) TO     WS-NOVA-PARCELA.

      * NA EFETIVACAO, SE PARCELAS A VENCER FORAM FATURADAS ENTRE O
      * PEDIDO E O PAGAMENTO, O VALOR PODE COBRIR TODO O SALDO NAO
      * FATURADO: A PARCELA ZERADA FICA LIQUIDADA ('Q').
           IF  WS-APLICAR                  EQUAL      'S'
               IF  WS-GRP-VALOR-NOVO (WS-IND-GRP) EQUAL ZEROS
                   MOVE 'Q'    TO  WS-GRP-SITUACAO (WS-IND-GRP)
               ELSE
                   MOVE WS-GRP-VALOR-NOVO (WS-IND-GRP)
                               TO  WS-GRP-VALOR (WS-IND-GRP)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       5600-99-REDUZ-PARCELA-EXIT.         EXIT.
      *================================================================*
       5700-REDUZ-PRAZO                    SECTION.
      *================================================================*
           IF  WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'A'
           OR  WS-GRP-DATA-VENCTO (WS-IND-GRP) NOT GREATER WS-DATA-BASE
               GO TO 5700-99-REDUZ-PRAZO-EXIT
           END-IF.

           IF  WS-SALDO-AMORTIZ NOT LESS
               WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
               SUBTRACT WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
                                           FROM       WS-SALDO-AMORTIZ
               ADD  1                      TO         WS-PARC-ELIMINADAS
               MOVE ZEROS      TO  WS-GRP-VALOR-NOVO (WS-IND-GRP)
               MOVE 'Q'        TO  WS-GRP-SIT-NOVA   (WS-IND-GRP)
           ELSE
               PERFORM 5150-SEPARA-PREMIO
                   THRU 5150-99-SEPARA-PREMIO-EXIT
               COMPUTE WS-GRP-VALOR-NOVO (WS-IND-GRP) ROUNDED =
                       WS-VALOR-SEM-PREMIO *
                       (WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
                        - WS-SALDO-AMORTIZ)
                       / WS-GRP-VALOR-PRESENTE (WS-IND-GRP)
                       + WS-PREMIO-PARCELA
               MOVE ZEROS                  TO         WS-SALDO-AMORTIZ
           END-IF.

      * PARCELA LIQUIDADA PELA AMORTIZACAO FICA 'Q' COM O VALOR
      * ORIGINAL NO CRONOGRAMA; A PARCIALMENTE ABATIDA FICA 'A' COM O
      * VALOR REDUZIDO.
           IF  WS-APLICAR                  EQUAL      'S'
               IF  WS-GRP-SIT-NOVA (WS-IND-GRP) EQUAL 'Q'
                   MOVE 'Q'    TO  WS-GRP-SITUACAO (WS-IND-GRP)
               ELSE
                   MOVE WS-GRP-VALOR-NOVO (WS-IND-GRP)
                               TO  WS-GRP-VALOR (WS-IND-GRP)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       5700-99-REDUZ-PRAZO-EXIT.           EXIT.
      *================================================================*
       6000-EMITE-CARTA                    SECTION.
      *================================================================*
           MOVE '6000-EMITE-CARTA'         TO         WS-CODIGO-AREA.

           WRITE REG-CAR                   FROM       CAR-SEPARA.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

           IF  WS-TIPO-OPERACAO            EQUAL      'R'
           OR  WS-TIPO-OPERACAO            EQUAL      'P'
               WRITE REG-CAR               FROM       CAR-TITULO-AMORTIZ
           ELSE
               WRITE REG-CAR               FROM       CAR-TITULO-COTACAO
           END-IF.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

           MOVE WS-LOA-CPF (WS-IND-LOA-ACH) TO        WS-MSK-CPF.
           MOVE 'C'                        TO         WS-MSK-MODO.
           CALL WS-CPFMSK                  USING      WS-MSK-PARM.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       CARD-NOME.
           MOVE WS-MSK-FORMATADO           TO         CARD-CPF.
           MOVE WS-CONTRATO-ATUAL          TO         CARD-CONTRATO.
           WRITE REG-CAR                   FROM       CAR-DESTINO.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

           MOVE WS-LOA-CPF (WS-IND-LOA-ACH) TO        END-CPF.
           READ CADEND.
           IF  WS-FS-END                   EQUAL      '00'
               MOVE END-LOGRADOURO         TO         CARE-LOGRADOURO
               MOVE END-NUMERO             TO         CARE-NUMERO
               WRITE REG-CAR               FROM       CAR-ENDER-1
               PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT
               MOVE END-CIDADE             TO         CARE-CIDADE
               MOVE END-UF                 TO         CARE-UF
               MOVE END-CEP                TO         CARE-CEP
               WRITE REG-CAR               FROM       CAR-ENDER-2
               PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT
           ELSE
               IF  WS-FS-END               NOT EQUAL  '23'
                   MOVE WS-FS-END          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.

           MOVE WS-DATA-BASE               TO         WS-DATA-AUX.
           PERFORM 7900-EDITA-DATA THRU 7900-99-EDITA-DATA-EXIT.
           MOVE WS-DATA-EDITADA            TO         CARB-DATA.
           MOVE WS-LOA-TAXA (WS-IND-LOA-ACH) TO       CARB-TAXA.
           WRITE REG-CAR                   FROM       CAR-DATA-BASE.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

           WRITE REG-CAR                   FROM       CAR-COLUNAS.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

           PERFORM 6100-LINHA-PARCELA THRU 6100-99-LINHA-PARCELA-EXIT
                   VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER WS-QTDE-GRP.

           MOVE 'SALDO NOMINAL EM ABERTO'  TO         CART-DESCRICAO.
           MOVE WS-TOT-NOMINAL             TO         CART-VALOR.
           PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT.
           MOVE 'DESCONTO DOS JUROS NAO DECORRIDOS'
                                           TO         CART-DESCRICAO.
           MOVE WS-TOT-DESCONTO            TO         CART-VALOR.
           PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT.
           MOVE 'MULTA E JUROS DE MORA POR ATRASO'
                                           TO         CART-DESCRICAO.
           MOVE WS-TOT-ENCARGOS            TO         CART-VALOR.
           PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT.
           MOVE 'VALOR PARA QUITACAO NA DATA'
                                           TO         CART-DESCRICAO.
           MOVE WS-TOT-QUITACAO            TO         CART-VALOR.
           PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT.

           IF  WS-TIPO-OPERACAO            EQUAL      'R'
               MOVE 'VALOR DA AMORTIZACAO' TO         CART-DESCRICAO
               MOVE WS-VALOR-AMORTIZ       TO         CART-VALOR
               PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT
               MOVE 'NOVO VALOR DAS PARCELAS A VENCER'
                                           TO         CART-DESCRICAO
               MOVE WS-NOVA-PARCELA        TO         CART-VALOR
               PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT
           END-IF.

           IF  WS-TIPO-OPERACAO            EQUAL      'P'
               MOVE 'VALOR DA AMORTIZACAO' TO         CART-DESCRICAO
               MOVE WS-VALOR-AMORTIZ       TO         CART-VALOR
               PERFORM 6200-LINHA-TOTAL THRU 6200-99-LINHA-TOTAL-EXIT
               MOVE WS-PARC-ELIMINADAS     TO         CARZ-ELIMINADAS
               WRITE REG-CAR               FROM       CAR-PRAZO
               PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT
           END-IF.

           IF  WS-TIPO-OPERACAO            NOT EQUAL  'C'
               MOVE WS-QPD-NOSSO-NUMERO (WS-QTDE-QPD)
                                           TO         CARL-NOSSO-NUMERO
               MOVE WS-DATA-EDITADA        TO         CARL-VENCTO
               WRITE REG-CAR               FROM       CAR-BOLETO
               PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT
           END-IF.

           WRITE REG-CAR                   FROM       CAR-VALIDADE.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.
      *----------------------------------------------------------------*
       6000-99-EMITE-CARTA-EXIT.           EXIT.
      *================================================================*
       6100-LINHA-PARCELA                  SECTION.
      *================================================================*
           IF  WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'A'
           AND WS-GRP-SITUACAO (WS-IND-GRP) NOT EQUAL 'E'
               GO TO 6100-99-LINHA-PARCELA-EXIT
           END-IF.

           MOVE WS-GRP-PARCELA (WS-IND-GRP) TO        CARP-PARCELA.
           MOVE WS-GRP-DATA-VENCTO (WS-IND-GRP) TO    WS-DATA-AUX.
           PERFORM 7900-EDITA-DATA THRU 7900-99-EDITA-DATA-EXIT.
           MOVE WS-DATA-EDITADA            TO         CARP-VENCTO.
           MOVE WS-GRP-VALOR (WS-IND-GRP)  TO         CARP-NOMINAL.
           MOVE WS-GRP-VALOR-PRESENTE (WS-IND-GRP) TO CARP-PRESENTE.
           COMPUTE CARP-DESCONTO = WS-GRP-VALOR (WS-IND-GRP)
                                 - WS-GRP-VALOR-PRESENTE (WS-IND-GRP).
           IF  WS-GRP-DATA-VENCTO (WS-IND-GRP) NOT GREATER WS-DATA-BASE
               MOVE 'VENCIDA'              TO         CARP-SITUACAO
           ELSE
               IF  WS-GRP-SITUACAO (WS-IND-GRP) EQUAL 'E'
                   MOVE 'FATURADA'         TO         CARP-SITUACAO
               ELSE
                   MOVE 'A VENCER'         TO         CARP-SITUACAO
               END-IF
           END-IF.
           WRITE REG-CAR                   FROM       CAR-PARCELA.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.

      * DATA BASE VOLTA PARA A LINHA DO BOLETO.
           MOVE WS-DATA-BASE               TO         WS-DATA-AUX.
           PERFORM 7900-EDITA-DATA THRU 7900-99-EDITA-DATA-EXIT.
      *----------------------------------------------------------------*
       6100-99-LINHA-PARCELA-EXIT.         EXIT.
      *================================================================*
       6200-LINHA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-CAR                   FROM       CAR-TOTAL.
           PERFORM 6900-FS-CARTQUI THRU 6900-99-FS-CARTQUI-EXIT.
      *----------------------------------------------------------------*
       6200-99-LINHA-TOTAL-EXIT.           EXIT.
      *================================================================*
       6900-FS-CARTQUI                     SECTION.
      *================================================================*
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CARTAS CARTQUI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       6900-99-FS-CARTQUI-EXIT.            EXIT.
      *================================================================*
       7000-GRAVA-REMESSA                  SECTION.
      *================================================================*
           MOVE '7000-GRAVA-REMESSA'       TO         WS-CODIGO-AREA.

           WRITE REG-REM.
           IF  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REMESSA REMQUI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       7000-99-GRAVA-REMESSA-EXIT.         EXIT.
      *================================================================*
       7100-LOCALIZA-PEDIDO                SECTION.
      *================================================================*
      * PEDIDO DO LOTE AINDA NAO ATENDIDO PARA O CONTRATO EM           *
      * LOA-CONTRATO (CRITICA) OU WS-CONTRATO-ATUAL (PASSAGEM).        *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-QUI-ACH.
           PERFORM VARYING WS-IND-QUI FROM 1 BY 1
                   UNTIL WS-IND-QUI GREATER WS-QTDE-QUI
               IF  WS-QUI-CONTRATO (WS-IND-QUI) EQUAL LOA-CONTRATO
               AND WS-QUI-SIT (WS-IND-QUI) EQUAL      'V'
                   MOVE WS-IND-QUI         TO         WS-IND-QUI-ACH
                   MOVE WS-QTDE-QUI        TO         WS-IND-QUI
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7100-99-LOCALIZA-PEDIDO-EXIT.       EXIT.
      *================================================================*
       7200-LOCALIZA-CONTRATO              SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-LOA-ACH.
           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL LOA-CONTRATO
                   MOVE WS-IND-LOA         TO         WS-IND-LOA-ACH
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7200-99-LOCALIZA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       7300-LOCALIZA-PENDENCIA             SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-QPD-ACH.
           PERFORM VARYING WS-IND-QPD FROM 1 BY 1
                   UNTIL WS-IND-QPD GREATER WS-QTDE-QPD
               IF  WS-QPD-CONTRATO (WS-IND-QPD) EQUAL LOA-CONTRATO
               AND WS-QPD-SIT (WS-IND-QPD) EQUAL      'P'
                   MOVE WS-IND-QPD         TO         WS-IND-QPD-ACH
                   MOVE WS-QTDE-QPD        TO         WS-IND-QPD
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7300-99-LOCALIZA-PENDENCIA-EXIT.    EXIT.
      *================================================================*
       7400-SOMA-DIAS                      SECTION.
      *================================================================*
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NA SOMA DE DIAS (VRB670S)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       7400-99-SOMA-DIAS-EXIT.             EXIT.
      *================================================================*
       7500-GRAVA-TITMST                   SECTION.
      *================================================================*
           MOVE '7500-GRAVA-TITMST'        TO         WS-CODIGO-AREA.

           WRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TITULO NOVO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       7500-99-GRAVA-TITMST-EXIT.          EXIT.
      *================================================================*
       7600-NOVA-PENDENCIA                 SECTION.
      *================================================================*
           IF  WS-QTDE-QPD                 EQUAL      1000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 1000 PENDENCIAS NO LOANQPD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-QPD.
           MOVE 'P'                    TO  WS-QPD-SIT (WS-QTDE-QPD).
      *----------------------------------------------------------------*
       7600-99-NOVA-PENDENCIA-EXIT.        EXIT.
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
       7750-BAIXA-TITULO                   SECTION.
      *================================================================*
           MOVE '7750-BAIXA-TITULO'        TO         WS-CODIGO-AREA.

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
      *----------------------------------------------------------------*
       7750-99-BAIXA-TITULO-EXIT.          EXIT.
      *================================================================*
       7800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE '7800-GRAVA-REJEITO'       TO         WS-CODIGO-AREA.

           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO QUIREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       7800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       7900-EDITA-DATA                     SECTION.
      *================================================================*
           MOVE WS-DATA-AUX-DIA            TO         WS-DATA-ED-DIA.
           MOVE WS-DATA-AUX-MES            TO         WS-DATA-ED-MES.
           MOVE WS-DATA-AUX-ANO            TO         WS-DATA-ED-ANO.
      *----------------------------------------------------------------*
       7900-99-EDITA-DATA-EXIT.            EXIT.
      *================================================================*
       8000-PEDIDOS-SEM-CRONOGRAMA         SECTION.
      *================================================================*
      * PEDIDO VALIDO CUJO CONTRATO NAO TEM PARCELA NO LOANPAR.        *
      *----------------------------------------------------------------*
           MOVE '8000-PEDIDOS-SEM-CRONOG'  TO         WS-CODIGO-AREA.

           IF  WS-QUI-SIT (WS-IND-QUI)     EQUAL      'V'
               MOVE WS-QUI-REGISTRO (WS-IND-QUI) TO   REJ-REGISTRO
               MOVE 'CONTRATO SEM CRONOGRAMA'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       8000-99-PEDIDOS-SEM-CRONOGRAMA-EXIT. EXIT.
      *================================================================*
       8100-GRAVA-PENDENCIAS               SECTION.
      *================================================================*
           MOVE '8100-GRAVA-PENDENCIAS'    TO         WS-CODIGO-AREA.

           IF  WS-IND-QPD                  EQUAL      1
               OPEN OUTPUT                 LOANQPDN
               IF  WS-FS-QPDN              NOT EQUAL  '00'
                   MOVE WS-FS-QPDN         TO         WS-AREA-STAT
                   MOVE 'ERRO NA ABERTURA DAS PENDENCIAS LOANQPDN'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.

           IF  WS-QPD-SIT (WS-IND-QPD)     NOT EQUAL  'P'
               GO TO 8100-99-GRAVA-PENDENCIAS-EXIT
           END-IF.

           WRITE REG-QPDN
               FROM  WS-QPD-REG (WS-IND-QPD).
           IF  WS-FS-QPDN                  NOT EQUAL  '00'
               MOVE WS-FS-QPDN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR PENDENCIAS LOANQPDN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1
               TO      WS-PENDENCIAS-MANTIDAS.
      *----------------------------------------------------------------*
       8100-99-GRAVA-PENDENCIAS-EXIT.      EXIT.
      *================================================================*
       8300-ATUALIZA-CONTRATOS             SECTION.
      *================================================================*
      * SEGUNDA PASSAGEM DO LOANMST: REGRAVA EM LOANMSTN COM A         *
      * SITUACAO E O VALOR DE PARCELA ALTERADOS NA RODADA.             *
      *----------------------------------------------------------------*
           MOVE '8300-ATUALIZA-CONTRATOS'  TO         WS-CODIGO-AREA.

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

           PERFORM 8350-REGRAVA-CONTRATO
               THRU 8350-99-REGRAVA-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.
      *----------------------------------------------------------------*
       8300-99-ATUALIZA-CONTRATOS-EXIT.    EXIT.
      *================================================================*
       8350-REGRAVA-CONTRATO               SECTION.
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
               GO TO 8350-99-REGRAVA-CONTRATO-EXIT
           END-IF.

           MOVE REG-LOA                    TO         REG-LOAN.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.
           IF  WS-IND-LOA-ACH              NOT EQUAL  ZEROS
               IF  WS-LOA-ALTERADO (WS-IND-LOA-ACH) EQUAL 'S'
                   MOVE WS-LOA-SITUACAO (WS-IND-LOA-ACH)
                                           TO         LOAN-SITUACAO
                   MOVE WS-LOA-VALOR-PARCELA (WS-IND-LOA-ACH)
                                           TO      LOAN-VALOR-PARCELA
               END-IF
           END-IF.

           WRITE REG-LOAN.
           IF  WS-FS-LOAN                  NOT EQUAL  '00'
               MOVE WS-FS-LOAN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO LOANMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8350-99-REGRAVA-CONTRATO-EXIT.      EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REM.
           MOVE '9'                        TO         REM-TIPO-REG.
           MOVE WS-BOLETOS-EMITIDOS        TO         REMT-QTDE.
           MOVE WS-VALOR-REMESSA           TO         REMT-VALOR-TOTAL.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

      * SEM NENHUMA PENDENCIA O ARQUIVO NOVO AINDA NAO FOI ABERTO;
      * ABRE AQUI PARA SAIR VAZIO.
           IF  WS-QTDE-QPD                 EQUAL      ZEROS
               OPEN OUTPUT                 LOANQPDN
           END-IF.

           CLOSE LOANPAR  LOANPARN  LOANMST  LOANMSTN  LOANQPDN
                 TITMST   CADEND    REMQUI   CARTQUI   QUIREJ.

           IF  WS-ENCARGOS-RECEBIDOS       GREATER    ZEROS
               PERFORM 9100-GRAVA-CTBMOV THRU 9100-99-GRAVA-CTBMOV-EXIT
           END-IF.

           IF  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-PARN                  NOT EQUAL  '00'
           OR  WS-FS-LOA                   NOT EQUAL  '00'
           OR  WS-FS-LOAN                  NOT EQUAL  '00'
           OR  WS-FS-QPDN                  NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
           OR  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-LOAN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PEDIDOS LIDOS         =    ' WS-LIDOS-QUI.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* CARTAS EMITIDAS       =    ' WS-COTACOES.
           DISPLAY '* BOLETOS EMITIDOS      =    ' WS-BOLETOS-EMITIDOS.
           DISPLAY '* BOLETOS REUSADOS      =    ' WS-BOLETOS-REUSADOS.
           DISPLAY '* VALOR TOTAL REMESSA   =    ' WS-VALOR-REMESSA.
           DISPLAY '* QUITACOES EFETIVADAS  =    '
                                               WS-QUITACOES-BAIXADAS.
           DISPLAY '* AMORTIZACOES EFETIV.  =    ' WS-AMORTIZ-BAIXADAS.
           DISPLAY '* ENCARGOS RECEBIDOS    =    '
                   WS-ENCARGOS-RECEBIDOS.
           DISPLAY '* PENDENCIAS EXPIRADAS  =    '
                                               WS-PENDENCIAS-EXPIRADAS.
           DISPLAY '* PENDENCIAS EM ABERTO  =    '
                                               WS-PENDENCIAS-MANTIDAS.
           DISPLAY '* PEDIDOS REJEITADOS    =    ' WS-REJEITADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE 'REMQUI  '                 TO    WS-MAN-ARQUIVO
           MOVE  WS-BOLETOS-EMITIDOS       TO    WS-MAN-QTDE
           MOVE  WS-VALOR-REMESSA          TO    WS-MAN-VALOR
           CALL  WS-TRNMAN                 USING WS-MAN-PARM
           IF    WS-MAN-RETORNO            EQUAL 'N'
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'ERRO AO REGISTRAR NO MANIFESTO TRNMAN'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF

           MOVE  WS-LIDOS-QUI              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-COTACOES               TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9100-GRAVA-CTBMOV                   SECTION.
      *================================================================*
      * ENCARGOS DE ATRASO RECEBIDOS NOS BOLETOS DE QUITACAO BAIXADOS  *
      * NA RODADA VAO PARA O MOVIMENTO CONTABIL CTBMOV (FONTE          *
      * EMPENCAR, A MESMA DO VRB768S), ACUMULADO NO MES E LANCADO PELO *
      * VRB788S. O ARQUIVO EH ESTENDIDO; AUSENTE, EH CRIADO.           *
      *----------------------------------------------------------------*
           MOVE '9100-GRAVA-CTBMOV'        TO         WS-CODIGO-AREA.

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
           MOVE 'EMPENCAR'                 TO         MOV-FONTE.
           MOVE WS-DATA-HOJE (1:6)         TO         MOV-ANOMES.
           MOVE WS-ENCARGOS-RECEBIDOS      TO         MOV-VALOR.
           MOVE 'VRB799S'                  TO         MOV-PROGRAMA.
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
       9100-99-GRAVA-CTBMOV-EXIT.          EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB799S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
