       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB868S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CONCILIACAO BANCARIA DA CONTA MOVIMENTO CONTRA A     *
      * POSICAO DA TESOURARIA. O VRB783S MOSTRA O QUE OS NOSSOS        *
      * ARQUIVOS DIZEM QUE MOVIMENTOU, MAS NINGUEM CONFERIA SE O       *
      * DINHEIRO CHEGOU DE FATO NA CONTA. ESTE PROGRAMA:               *
      *   1. CARREGA O EXTRATO DIARIO DO BANCO EXTBCO (HEADER COM      *
      *      CONTA, DATA E SALDO INICIAL, LANCAMENTOS E TRAILER COM    *
      *      TOTAIS E SALDO FINAL) E FECHA OS TOTAIS DE CONTROLE:      *
      *      SALDO INICIAL + CREDITOS - DEBITOS = SALDO FINAL;         *
      *   2. MONTA O NOSSO LADO: LIQUIDACOES DO RETORNO (CREDITO, UM   *
      *      ITEM POR TITULO), DEBITOS AUTOMATICOS EFETIVADOS DO       *
      *      RETDEB (CREDITO), TOTAL DA FOLHA DO TRAILER DA CREDREM    *
      *      (DEBITO UNICO), LIBERACOES DE EMPRESTIMO DO LOANMST COM   *
      *      DATA DE CONTRATO NA DATA DO EXTRATO (DEBITO, PRINCIPAL    *
      *      MENOS O IOF) E PAGAMENTOS A FORNECEDORES DA PAGDET NA     *
      *      DATA DO EXTRATO (DEBITO);                                 *
      *   3. SOMA AS PENDENCIAS DOS DIAS ANTERIORES (CONCPEN), QUE     *
      *      ENTRAM NA CONCILIACAO JUNTO COM O MOVIMENTO DO DIA;       *
      *   4. CONCILIA POR NATUREZA, VALOR E DATA (DIFERENCA DE DIAS    *
      *      CORRIDOS ATE A JANELA DO PARMMST CONCBAN/JANELA, PADRAO   *
      *      3). PRIMEIRO O AGRUPADO - O BANCO CREDITA VARIOS TITULOS  *
      *      NUM LANCAMENTO SO: A SOMA DOS ITENS DE MESMA ORIGEM, DATA *
      *      E NATUREZA CONTRA UM LANCAMENTO DO EXTRATO; DEPOIS ITEM A *
      *      ITEM. OS ITENS CONCILIADOS SAO BAIXADOS NO LOG CONCBAI,   *
      *      COM O NUMERO DO PAR;                                      *
      *   5. O QUE SOBRA DOS DOIS LADOS VAI PARA A NOVA GERACAO DE     *
      *      PENDENCIAS CONCPENN (ROLADA PARA CONCPEN NO JOB) E PARA   *
      *      O RELATORIO RELCONC DO TESOUREIRO, COM A IDADE DE CADA    *
      *      PENDENCIA E O RESUMO POR FAIXA DE ATRASO.                 *
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

           SELECT EXTBCO         ASSIGN TO EXTBCO
           FILE STATUS           IS        WS-FS-EXT.
      *----------------------------------------------------------------*
           SELECT CONCPEN        ASSIGN TO CONCPEN
           FILE STATUS           IS        WS-FS-PEN.
      *----------------------------------------------------------------*
           SELECT RETORNO        ASSIGN TO RETORNO
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT RETDEB         ASSIGN TO RETDEB
           FILE STATUS           IS        WS-FS-RDB.
      *----------------------------------------------------------------*
           SELECT CREDREM        ASSIGN TO CREDREM
           FILE STATUS           IS        WS-FS-CRE.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT PAGDET         ASSIGN TO PAGDET
           FILE STATUS           IS        WS-FS-PAG.
      *----------------------------------------------------------------*
           SELECT CONCPENN       ASSIGN TO CONCPENN
           FILE STATUS           IS        WS-FS-PNN.
      *----------------------------------------------------------------*
           SELECT CONCBAI        ASSIGN TO CONCBAI
           FILE STATUS           IS        WS-FS-BAI.
      *----------------------------------------------------------------*
           SELECT RELCONC        ASSIGN TO RELCONC
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   EXTRATO DIARIO DA CONTA MOVIMENTO ENVIADO PELO BANCO         *
      *----------------------------------------------------------------*
       FD  EXTBCO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-EXT.

       01  REG-EXT.
           05 EXT-TIPO-REG                 PIC X(01).
              88 EXT-HEADER                             VALUE '0'.
              88 EXT-DETALHE                            VALUE '1'.
              88 EXT-TRAILER                            VALUE '9'.
           05 FILLER                       PIC X(79).

       01  REG-EXT-HEADER REDEFINES REG-EXT.
           05 FILLER                       PIC X(01).
           05 EXTH-BANCO                   PIC 9(03).
           05 EXTH-AGENCIA                 PIC 9(04).
           05 EXTH-CONTA                   PIC 9(10).
           05 EXTH-DATA                    PIC 9(08).
           05 EXTH-SALDO-INICIAL           PIC 9(13)V99.
           05 EXTH-NATUREZA-SALDO          PIC X(01).
              88 EXTH-SALDO-DEVEDOR                     VALUE 'D'.
           05 FILLER                       PIC X(38).

       01  REG-EXT-DETALHE REDEFINES REG-EXT.
           05 FILLER                       PIC X(01).
           05 EXTD-DATA                    PIC 9(08).
           05 EXTD-NATUREZA                PIC X(01).
              88 EXTD-CREDITO                           VALUE 'C'.
              88 EXTD-DEBITO                            VALUE 'D'.
           05 EXTD-VALOR                   PIC 9(11)V99.
           05 EXTD-HISTORICO               PIC X(04).
           05 EXTD-DOCUMENTO               PIC X(15).
           05 EXTD-DESCRICAO               PIC X(25).
           05 FILLER                       PIC X(13).

       01  REG-EXT-TRAILER REDEFINES REG-EXT.
           05 FILLER                       PIC X(01).
           05 EXTT-QTDE                    PIC 9(07).
           05 EXTT-TOTAL-CREDITOS          PIC 9(13)V99.
           05 EXTT-TOTAL-DEBITOS           PIC 9(13)V99.
           05 EXTT-SALDO-FINAL             PIC 9(13)V99.
           05 EXTT-NATUREZA-SALDO          PIC X(01).
              88 EXTT-SALDO-DEVEDOR                     VALUE 'D'.
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
      *   PENDENCIAS DE CONCILIACAO DOS DIAS ANTERIORES                *
      *   LADO 'B' = LANCAMENTO DO BANCO SEM CONTRAPARTIDA NOSSA;      *
      *   LADO 'E' = MOVIMENTO NOSSO AINDA NAO VISTO NO EXTRATO.       *
      *----------------------------------------------------------------*
       FD  CONCPEN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PEN.

       01  REG-PEN.
           05 PEN-LADO                     PIC X(01).
           05 PEN-ORIGEM                   PIC X(08).
           05 PEN-DATA                     PIC 9(08).
           05 PEN-NATUREZA                 PIC X(01).
           05 PEN-VALOR                    PIC 9(11)V99.
           05 PEN-QTDE                     PIC 9(05).
           05 PEN-REFERENCIA               PIC X(15).
           05 PEN-DESCRICAO                PIC X(20).
           05 PEN-DATA-ABERTURA            PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  RETORNO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-RET.

       01  REG-RET.
           05 RET-NOSSO-NUMERO             PIC 9(10).
           05 RET-VALOR-PAGO               PIC 9(09)V9(02).
           05 RET-DATA-PAGAMENTO           PIC 9(08).
           05 RET-OCORRENCIA               PIC X(02).
              88 RET-OCR-LIQUIDACAO                    VALUE '06' '00'
                                                            '  '.
           05 RET-MOTIVO-OCR               PIC X(02).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   RETORNO DO DEBITO AUTOMATICO (VRB763S)                       *
      *----------------------------------------------------------------*
       FD  RETDEB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-RDB.

       01  REG-RDB.
           05 RDB-SOCIO                    PIC 9(06).
           05 RDB-VALOR                    PIC 9(09)V9(02).
           05 RDB-DATA                     PIC 9(08).
           05 RDB-SITUACAO                 PIC X(01).
              88 RDB-EFETIVADO                          VALUE 'E'.
              88 RDB-NAO-EFETIVADO                      VALUE 'F'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  CREDREM
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

       01  REG-REM-TRAILER REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMT-QTDE                    PIC 9(07).
           05 REMT-VALOR-TOTAL             PIC 9(11)V99.
           05 FILLER                       PIC X(59).
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
           05 LOA-VALOR-IOF                PIC 9(07)V9(02).
           05 LOA-IOF-FINANCIADO           PIC X(01).
      *----------------------------------------------------------------*
      *   REMESSA SEMANAL DE PAGAMENTO A FORNECEDORES (VRB861S)        *
      *----------------------------------------------------------------*
       FD  PAGDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAG.

       01  REG-PAG.
           05 PAG-FORNECEDOR               PIC 9(05).
           05 PAG-NOME                     PIC X(25).
           05 PAG-BANCO                    PIC 9(03).
           05 PAG-AGENCIA                  PIC 9(04).
           05 PAG-CONTA                    PIC 9(10).
           05 PAG-NOTA                     PIC 9(09).
           05 PAG-DATA-PAGTO               PIC 9(08).
           05 PAG-VALOR                    PIC 9(11)V99.
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   NOVA GERACAO DAS PENDENCIAS (MESMO LAYOUT DO CONCPEN)        *
      *----------------------------------------------------------------*
       FD  CONCPENN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PNN.

       01  REG-PNN.
           05 PNN-LADO                     PIC X(01).
           05 PNN-ORIGEM                   PIC X(08).
           05 PNN-DATA                     PIC 9(08).
           05 PNN-NATUREZA                 PIC X(01).
           05 PNN-VALOR                    PIC 9(11)V99.
           05 PNN-QTDE                     PIC 9(05).
           05 PNN-REFERENCIA               PIC X(15).
           05 PNN-DESCRICAO                PIC X(20).
           05 PNN-DATA-ABERTURA            PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   LOG DE ITENS CONCILIADOS (ACUMULATIVO, ABERTO EM EXTEND)     *
      *   TIPO 'G' = PAR AGRUPADO; 'I' = PAR ITEM A ITEM.              *
      *----------------------------------------------------------------*
       FD  CONCBAI
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BAI.

       01  REG-BAI.
           05 BAI-DATA-CONCIL              PIC 9(08).
           05 BAI-PAR                      PIC 9(05).
           05 BAI-TIPO                     PIC X(01).
           05 BAI-LADO                     PIC X(01).
           05 BAI-ORIGEM                   PIC X(08).
           05 BAI-DATA                     PIC 9(08).
           05 BAI-NATUREZA                 PIC X(01).
           05 BAI-VALOR                    PIC 9(11)V99.
           05 BAI-QTDE                     PIC 9(05).
           05 BAI-REFERENCIA               PIC X(15).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  RELCONC
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-EXT                       PIC X(02)     VALUE '00'.
       77  WS-FS-PEN                       PIC X(02)     VALUE '00'.
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-RDB                       PIC X(02)     VALUE '00'.
       77  WS-FS-CRE                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAG                       PIC X(02)     VALUE '00'.
       77  WS-FS-PNN                       PIC X(02)     VALUE '00'.
       77  WS-FS-BAI                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                   DADOS DO EXTRATO                             *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EXTRATO                 PIC 9(08)     VALUE ZEROS.
       77  WS-DIA-EXTRATO                  PIC S9(07)    VALUE ZEROS
                                            COMP.
       77  WS-BANCO                        PIC 9(03)     VALUE ZEROS.
       77  WS-AGENCIA                      PIC 9(04)     VALUE ZEROS.
       77  WS-CONTA                        PIC 9(10)     VALUE ZEROS.
       77  WS-SALDO-INICIAL                PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-FINAL                  PIC S9(13)V99 VALUE ZEROS.
       77  WS-SALDO-CALCULADO              PIC S9(13)V99 VALUE ZEROS.
       77  WS-TRAILER-LIDO                 PIC X(01)     VALUE 'N'.
       77  WS-TRAILER-QTDE                 PIC 9(07)     VALUE ZEROS.
       77  WS-TRAILER-CREDITOS             PIC 9(13)V99  VALUE ZEROS.
       77  WS-TRAILER-DEBITOS              PIC 9(13)V99  VALUE ZEROS.
       77  WS-DATA-FOLHA                   PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        JANELA DE DIAS DA CONCILIACAO (PARGET31)                *
      *----------------------------------------------------------------*
       77  WS-JANELA-DIAS                  PIC 9(02)     VALUE 3.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *   ROTINA DE DIAS ENTRE DATAS: CADA DATA VIRA UM NUMERO DE DIA  *
      *   CONTADO DE UMA BASE FIXA, E AS DIFERENCAS SAO SUBTRACOES.    *
      *----------------------------------------------------------------*
       77  WS-DATA-BASE-DIAS               PIC 9(08)   VALUE 20000101.
       77  WS-DATA-CONV                    PIC 9(08)     VALUE ZEROS.
       77  WS-DIA-CONV                     PIC S9(07)    VALUE ZEROS
                                            COMP.
       77  WS-DIF-DIAS                     PIC S9(07)    VALUE ZEROS
                                            COMP.
       77  WS-DIAS-ABERTO                  PIC S9(07)    VALUE ZEROS
                                            COMP.
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05 WS-672-DATA-INICIAL          PIC 9(08).
           05 WS-672-DATA-FINAL            PIC 9(08).
           05 WS-672-DIAS                  PIC S9(07)  COMP.
           05 WS-672-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *   ORIGENS DOS ITENS (1 = BANCO; 2 A 6 = NOSSO LADO)            *
      *----------------------------------------------------------------*
       01  WS-TAB-ORIGENS-X.
           05 FILLER                       PIC X(48)   VALUE
              'EXTRATO RETORNO RETDEB  CREDREM LOANMST PAGDET  '.
       01  WS-TAB-ORIGENS REDEFINES        WS-TAB-ORIGENS-X.
           05 WS-ORI-NOME                  PIC X(08)   OCCURS 6 TIMES.

       01  WS-TAB-ORI-TOT.
           05 WS-ORT-OCR                   OCCURS 6 TIMES.
              10 WS-ORT-QTDE-CARGA         PIC 9(07).
              10 WS-ORT-VALOR-CARGA        PIC 9(13)V99.
              10 WS-ORT-QTDE-CONC          PIC 9(07).
              10 WS-ORT-VALOR-CONC         PIC 9(13)V99.
       77  WS-IND-ORI                      PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ORI-ACH                  PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-NOME-PROCURA                 PIC X(08)     VALUE SPACES.
      *----------------------------------------------------------------*
      *   TABELA DE ITENS A CONCILIAR (BANCO E NOSSO LADO)             *
      *----------------------------------------------------------------*
       77  WS-QTDE-ITE                     PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ITE                      PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PRC                      PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ACH                      PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND-BX                       PIC 9(05)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-ITE.
           05 WS-ITE-OCR                   OCCURS 10000 TIMES.
              10 WS-ITE-LADO               PIC X(01).
                 88 WS-ITE-BANCO                       VALUE 'B'.
                 88 WS-ITE-EMPRESA                     VALUE 'E'.
              10 WS-ITE-ORIGEM             PIC X(08).
              10 WS-ITE-IND-ORI            PIC 9(01)   COMP.
              10 WS-ITE-DATA               PIC 9(08).
              10 WS-ITE-DIA                PIC S9(07)  COMP.
              10 WS-ITE-NATUREZA           PIC X(01).
              10 WS-ITE-VALOR              PIC 9(11)V99.
              10 WS-ITE-QTDE               PIC 9(05).
              10 WS-ITE-REFERENCIA         PIC X(15).
              10 WS-ITE-DESCRICAO          PIC X(20).
              10 WS-ITE-ABERTURA           PIC 9(08).
              10 WS-ITE-SITUACAO           PIC X(01).
                 88 WS-ITE-ABERTO                      VALUE 'A'.
                 88 WS-ITE-BAIXADO                     VALUE 'B'.
              10 WS-ITE-GRUPO              PIC 9(04)   COMP.
      *----------------------------------------------------------------*
      *   ITEM NOVO A INCLUIR NA TABELA                                *
      *----------------------------------------------------------------*
       01  WS-NOVO-ITEM.
           05 WS-NOV-LADO                  PIC X(01).
           05 WS-NOV-IND-ORI               PIC 9(01).
           05 WS-NOV-DATA                  PIC 9(08).
           05 WS-NOV-NATUREZA              PIC X(01).
           05 WS-NOV-VALOR                 PIC 9(11)V99.
           05 WS-NOV-QTDE                  PIC 9(05).
           05 WS-NOV-REFERENCIA            PIC X(15).
           05 WS-NOV-DESCRICAO             PIC X(20).
           05 WS-NOV-ABERTURA              PIC 9(08).
      *----------------------------------------------------------------*
      *   GRUPOS DO NOSSO LADO (ORIGEM + DATA + NATUREZA)              *
      *----------------------------------------------------------------*
       77  WS-QTDE-GRP                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GRP                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GRP-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-GRP.
           05 WS-GRP-OCR                   OCCURS 2000 TIMES.
              10 WS-GRP-ORIGEM             PIC X(08).
              10 WS-GRP-DATA               PIC 9(08).
              10 WS-GRP-DIA                PIC S9(07)  COMP.
              10 WS-GRP-NATUREZA           PIC X(01).
              10 WS-GRP-VALOR              PIC 9(13)V99.
              10 WS-GRP-QTDE               PIC 9(05).
      *----------------------------------------------------------------*
      *   FAIXAS DE ATRASO DAS PENDENCIAS (DIAS CORRIDOS)              *
      *----------------------------------------------------------------*
       01  WS-TAB-FAIXAS-X.
           05 FILLER                       PIC X(14)   VALUE
              'ATE 2 DIAS    '.
           05 FILLER                       PIC X(14)   VALUE
              '3 A 7 DIAS    '.
           05 FILLER                       PIC X(14)   VALUE
              '8 A 15 DIAS   '.
           05 FILLER                       PIC X(14)   VALUE
              '16 A 30 DIAS  '.
           05 FILLER                       PIC X(14)   VALUE
              'ACIMA DE 30   '.
       01  WS-TAB-FAIXAS REDEFINES         WS-TAB-FAIXAS-X.
           05 WS-FXA-NOME                  PIC X(14)   OCCURS 5 TIMES.

       01  WS-TAB-FXA-TOT.
           05 WS-FXT-OCR                   OCCURS 5 TIMES.
              10 WS-FXT-QTDE-BCO           PIC 9(07).
              10 WS-FXT-VALOR-BCO          PIC 9(13)V99.
              10 WS-FXT-QTDE-EMP           PIC 9(07).
              10 WS-FXT-VALOR-EMP          PIC 9(13)V99.
       77  WS-IND-FXA                      PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-LADO-VEZ                     PIC X(01)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-EXT                    PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-CREDITOS                PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-CREDITOS               PIC 9(13)V99  VALUE ZEROS.
       77  WS-QTDE-DEBITOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-DEBITOS                PIC 9(13)V99  VALUE ZEROS.
       77  WS-PEND-ANTERIORES              PIC 9(07)     VALUE ZEROS.
       77  WS-ITENS-NOSSO-LADO             PIC 9(07)     VALUE ZEROS.
       77  WS-PARES-AGRUPADOS              PIC 9(05)     VALUE ZEROS.
       77  WS-PARES-INDIVIDUAIS            PIC 9(05)     VALUE ZEROS.
       77  WS-QTDE-PARES                   PIC 9(05)     VALUE ZEROS.
       77  WS-TIPO-BAIXA                   PIC X(01)     VALUE SPACES.
       77  WS-BAIXADOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PNN                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB868S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB868S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        TRAVA DE EXECUCAO DUPLA POR DATA (DBLRUN31)             *
      *----------------------------------------------------------------*
       77  WS-DBLRUN                       PIC X(08)   VALUE 'DBLRUN31'.
       01  WS-DBL-PARM.
           05 WS-DBL-PROGRAMA              PIC X(08).
           05 WS-DBL-FORCADO               PIC X(01).
           05 WS-DBL-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB868S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELCONC                    *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(33)  VALUE
              'VRB868S - CONCILIACAO BANCARIA   '.
           05 FILLER                       PIC X(07)  VALUE 'CONTA: '.
           05 CABT-BANCO                   PIC 9(03)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-AGENCIA                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-CONTA                   PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE '  EM: '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-SECAO.
           05 CABS-TEXTO                   PIC X(80)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-LINHA.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETL-TEXTO                   PIC X(32)  VALUE SPACES.
           05 DETL-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETL-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-
                                           VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-ORIGEM.
           05 FILLER                       PIC X(40)  VALUE
              'ORIGEM    CONCILIADOS             VALOR '.
           05 FILLER                       PIC X(40)  VALUE
              '  PENDENTES             VALOR          '.
      *----------------------------------------------------------------*
       01  DET-ORIGEM.
           05 DETO-ORIGEM                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(05)  VALUE SPACES.
           05 DETO-QTDE-CONC               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-VALOR-CONC              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETO-QTDE-PEND               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-VALOR-PEND              PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(13)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-PENDENCIAS.
           05 FILLER                       PIC X(40)  VALUE
              'L ORIGEM   DATA       N            VALOR'.
           05 FILLER                       PIC X(40)  VALUE
              '  DIAS REFERENCIA      DESCRICAO       '.
      *----------------------------------------------------------------*
       01  DET-PENDENCIA.
           05 DETP-LADO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ORIGEM                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETP-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETP-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-NATUREZA                PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-DIAS                    PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-REFERENCIA              PIC X(15)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-DESCRICAO               PIC X(15)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-FAIXAS.
           05 FILLER                       PIC X(40)  VALUE
              'FAIXA DE ATRASO  BANCO             VALOR'.
           05 FILLER                       PIC X(40)  VALUE
              '   EMPRESA             VALOR           '.
      *----------------------------------------------------------------*
       01  DET-FAIXA.
           05 DETF-FAIXA                   PIC X(14)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETF-QTDE-BCO                PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-VALOR-BCO               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETF-QTDE-EMP                PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-VALOR-EMP               PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(13)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-NENHUMA.
           05 FILLER                       PIC X(40)  VALUE
              'NENHUMA PENDENCIA - CONTA CONCILIADA    '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-CARREGA-EXTRATO
               THRU 2000-99-CARREGA-EXTRATO-EXIT
                   UNTIL WS-FS-EXT         EQUAL '10'.
           PERFORM 2500-CONFERE-EXTRATO
               THRU 2500-99-CONFERE-EXTRATO-EXIT.
           PERFORM 3000-CARREGA-NOSSO-LADO
               THRU 3000-99-CARREGA-NOSSO-LADO-EXIT.
           PERFORM 4000-CONCILIA           THRU  4000-99-CONCILIA-EXIT.
           PERFORM 5000-IMPRIME-RESUMO
               THRU 5000-99-IMPRIME-RESUMO-EXIT.
           PERFORM 6000-GRAVA-PENDENTES
               THRU 6000-99-GRAVA-PENDENTES-EXIT.
           PERFORM 7000-IMPRIME-FAIXAS
               THRU 7000-99-IMPRIME-FAIXAS-EXIT.
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

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB868S PULADO: EXTBCO   NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.

      * UMA SEGUNDA RODADA NO DIA CARREGARIA O MESMO MOVIMENTO DE NOVO
      * CONTRA AS PENDENCIAS JA ROLADAS.
           MOVE 'VRB868S'                  TO         WS-DBL-PROGRAMA.
           CALL  WS-DBLRUN                 USING      WS-DBL-PARM.
           IF    WS-DBL-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'PROGRAMA JA COMPLETO HOJE - USE O FORCPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.
           INITIALIZE                      WS-TAB-ORI-TOT
                                           WS-TAB-FXA-TOT.

           OPEN  INPUT                     EXTBCO.
           IF    WS-FS-EXT                 NOT EQUAL  '00'
                 MOVE WS-FS-EXT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO EXTBCO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LE-CABECALHO
               THRU 1100-99-LE-CABECALHO-EXIT.
           PERFORM 1050-JANELA             THRU  1050-99-JANELA-EXIT.
           PERFORM 1200-CARREGA-PENDENTES
               THRU 1200-99-CARREGA-PENDENTES-EXIT.

           OPEN  OUTPUT                    CONCPENN.
           IF    WS-FS-PNN                 NOT EQUAL  '00'
                 MOVE WS-FS-PNN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS PENDENCIAS CONCPENN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    CONCBAI.
           IF    WS-FS-BAI                 EQUAL      '35'
                 OPEN OUTPUT               CONCBAI
           END-IF.
           IF    WS-FS-BAI                 NOT EQUAL  '00'
                 MOVE WS-FS-BAI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO LOG DE BAIXAS CONCBAI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELCONC.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELCONC'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LER-EXTBCO   THRU  2100-99-LER-EXTBCO-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-JANELA                         SECTION.
      *================================================================*
      * DIFERENCA MAXIMA DE DIAS CORRIDOS ENTRE O NOSSO MOVIMENTO E O  *
      * LANCAMENTO DO BANCO, VIGENTE NA DATA DO EXTRATO. SEM LINHA EM  *
      * VIGOR ('V') FICAM 3 DIAS.                                      *
      *----------------------------------------------------------------*
           MOVE '1050-JANELA'              TO         WS-CODIGO-AREA.

           MOVE 'CONCBAN '                 TO         WS-PGT-DOMINIO.
           MOVE 'JANELA  '                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-EXTRATO            TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:2)  NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'JANELA DA CONCILIACAO INVALIDA NO PARMMST'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:2) TO         WS-JANELA-DIAS
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1050-99-JANELA-EXIT.                EXIT.
      *================================================================*
       1100-LE-CABECALHO                   SECTION.
      *================================================================*
      * O PRIMEIRO REGISTRO DO EXTRATO TEM DE SER O HEADER DA CONTA.   *
      *----------------------------------------------------------------*
           MOVE '1100-LE-CABECALHO'        TO         WS-CODIGO-AREA.

           READ EXTBCO.
           IF  WS-FS-EXT                   NOT EQUAL  '00'
           OR  NOT EXT-HEADER
               MOVE WS-FS-EXT              TO         WS-AREA-STAT
               MOVE 'EXTRATO EXTBCO SEM REGISTRO HEADER'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE EXTH-BANCO                 TO         WS-BANCO.
           MOVE EXTH-AGENCIA               TO         WS-AGENCIA.
           MOVE EXTH-CONTA                 TO         WS-CONTA.
           MOVE EXTH-DATA                  TO         WS-DATA-EXTRATO.
           MOVE EXTH-SALDO-INICIAL         TO         WS-SALDO-INICIAL.
           IF  EXTH-SALDO-DEVEDOR
               COMPUTE WS-SALDO-INICIAL = 0 - WS-SALDO-INICIAL
           END-IF.

           MOVE WS-DATA-EXTRATO            TO         WS-DATA-CONV.
           PERFORM 7500-DIA-ABSOLUTO THRU 7500-99-DIA-ABSOLUTO-EXIT.
           MOVE WS-DIA-CONV                TO         WS-DIA-EXTRATO.
      *----------------------------------------------------------------*
       1100-99-LE-CABECALHO-EXIT.          EXIT.
      *================================================================*
       1200-CARREGA-PENDENTES              SECTION.
      *================================================================*
      * PENDENCIAS DOS DIAS ANTERIORES. AUSENTE (35) = PRIMEIRA        *
      * CONCILIACAO DA CONTA.                                          *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-PENDENTES'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CONCPEN.
           IF    WS-FS-PEN                 EQUAL      '35'
                 GO TO 1200-99-CARREGA-PENDENTES-EXIT
           END-IF.
           IF    WS-FS-PEN                 NOT EQUAL  '00'
                 MOVE WS-FS-PEN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS PENDENCIAS CONCPEN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1210-LE-CONCPEN THRU 1210-99-LE-CONCPEN-EXIT
                   UNTIL WS-FS-PEN         EQUAL      '10'.

           CLOSE CONCPEN.
      *----------------------------------------------------------------*
       1200-99-CARREGA-PENDENTES-EXIT.     EXIT.
      *================================================================*
       1210-LE-CONCPEN                     SECTION.
      *================================================================*
           READ  CONCPEN.

           IF  WS-FS-PEN   NOT EQUAL '00'
           AND WS-FS-PEN   NOT EQUAL '10'
               MOVE WS-FS-PEN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER PENDENCIAS CONCPEN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PEN                   NOT EQUAL  '00'
               GO TO 1210-99-LE-CONCPEN-EXIT
           END-IF.

           MOVE PEN-ORIGEM                 TO         WS-NOME-PROCURA.
           PERFORM 7600-LOCALIZA-ORIGEM
               THRU 7600-99-LOCALIZA-ORIGEM-EXIT.
           IF  WS-IND-ORI-ACH              EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ORIGEM DESCONHECIDA NAS PENDENCIAS CONCPEN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE PEN-LADO                   TO         WS-NOV-LADO.
           MOVE WS-IND-ORI-ACH             TO         WS-NOV-IND-ORI.
           MOVE PEN-DATA                   TO         WS-NOV-DATA.
           MOVE PEN-NATUREZA               TO         WS-NOV-NATUREZA.
           MOVE PEN-VALOR                  TO         WS-NOV-VALOR.
           MOVE PEN-QTDE                   TO         WS-NOV-QTDE.
           MOVE PEN-REFERENCIA             TO        WS-NOV-REFERENCIA.
           MOVE PEN-DESCRICAO              TO         WS-NOV-DESCRICAO.
           MOVE PEN-DATA-ABERTURA          TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.

           ADD  1                          TO      WS-PEND-ANTERIORES.
      *----------------------------------------------------------------*
       1210-99-LE-CONCPEN-EXIT.            EXIT.
      *================================================================*
       2000-CARREGA-EXTRATO                SECTION.
      *================================================================*
      * LANCAMENTOS DO EXTRATO ENTRAM NA TABELA COMO LADO BANCO. O     *
      * TRAILER GUARDA OS TOTAIS PARA A CONFERENCIA DE CONTROLE.       *
      *----------------------------------------------------------------*
           MOVE '2000-CARREGA-EXTRATO'     TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN EXT-DETALHE
                   PERFORM 2200-LANCAMENTO
                       THRU 2200-99-LANCAMENTO-EXIT
               WHEN EXT-TRAILER
                   MOVE 'S'                TO         WS-TRAILER-LIDO
                   MOVE EXTT-QTDE          TO         WS-TRAILER-QTDE
                   MOVE EXTT-TOTAL-CREDITOS
                                           TO      WS-TRAILER-CREDITOS
                   MOVE EXTT-TOTAL-DEBITOS TO      WS-TRAILER-DEBITOS
                   MOVE EXTT-SALDO-FINAL   TO         WS-SALDO-FINAL
                   IF  EXTT-SALDO-DEVEDOR
                       COMPUTE WS-SALDO-FINAL = 0 - WS-SALDO-FINAL
                   END-IF
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TIPO DE REGISTRO INVALIDO NO EXTRATO EXTBCO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           PERFORM 2100-LER-EXTBCO   THRU  2100-99-LER-EXTBCO-EXIT.
      *----------------------------------------------------------------*
       2000-99-CARREGA-EXTRATO-EXIT.       EXIT.
      *================================================================*
       2100-LER-EXTBCO                     SECTION.
      *================================================================*
           READ EXTBCO.

           IF  WS-FS-EXT   NOT EQUAL '00'
           AND WS-FS-EXT   NOT EQUAL '10'
               MOVE WS-FS-EXT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER EXTRATO EXTBCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-EXTBCO-EXIT.            EXIT.
      *================================================================*
       2200-LANCAMENTO                     SECTION.
      *================================================================*
           IF  NOT EXTD-CREDITO
           AND NOT EXTD-DEBITO
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'NATUREZA INVALIDA NO LANCAMENTO DO EXTBCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-LIDOS-EXT.
           IF  EXTD-CREDITO
               ADD  1                      TO         WS-QTDE-CREDITOS
               ADD  EXTD-VALOR             TO         WS-VALOR-CREDITOS
           ELSE
               ADD  1                      TO         WS-QTDE-DEBITOS
               ADD  EXTD-VALOR             TO         WS-VALOR-DEBITOS
           END-IF.

           MOVE 'B'                        TO         WS-NOV-LADO.
           MOVE 1                          TO         WS-NOV-IND-ORI.
           MOVE EXTD-DATA                  TO         WS-NOV-DATA.
           MOVE EXTD-NATUREZA              TO         WS-NOV-NATUREZA.
           MOVE EXTD-VALOR                 TO         WS-NOV-VALOR.
           MOVE 1                          TO         WS-NOV-QTDE.
           MOVE EXTD-DOCUMENTO             TO        WS-NOV-REFERENCIA.
           MOVE EXTD-DESCRICAO             TO         WS-NOV-DESCRICAO.
           MOVE WS-DATA-EXTRATO            TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.
      *----------------------------------------------------------------*
       2200-99-LANCAMENTO-EXIT.            EXIT.
      *================================================================*
       2500-CONFERE-EXTRATO                SECTION.
      *================================================================*
      * TOTAIS DE CONTROLE DO BANCO: QUANTIDADE E SOMAS DOS            *
      * LANCAMENTOS CONTRA O TRAILER E O FECHAMENTO DO SALDO. EXTRATO  *
      * QUE NAO FECHA NAO PODE SER CONCILIADO.                         *
      *----------------------------------------------------------------*
           MOVE '2500-CONFERE-EXTRATO'     TO         WS-CODIGO-AREA.

           IF  WS-TRAILER-LIDO             NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'EXTRATO EXTBCO SEM REGISTRO TRAILER'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-LIDOS-EXT                NOT EQUAL  WS-TRAILER-QTDE
           OR  WS-VALOR-CREDITOS    NOT EQUAL  WS-TRAILER-CREDITOS
           OR  WS-VALOR-DEBITOS     NOT EQUAL  WS-TRAILER-DEBITOS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LANCAMENTOS DO EXTBCO NAO BATEM COM O TRAILER'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           COMPUTE WS-SALDO-CALCULADO = WS-SALDO-INICIAL
                                      + WS-VALOR-CREDITOS
                                      - WS-VALOR-DEBITOS.
           IF  WS-SALDO-CALCULADO          NOT EQUAL  WS-SALDO-FINAL
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'SALDO FINAL DO EXTBCO NAO FECHA COM O MOVIMENTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2500-99-CONFERE-EXTRATO-EXIT.       EXIT.
      *================================================================*
       3000-CARREGA-NOSSO-LADO             SECTION.
      *================================================================*
      * CADA ARQUIVO DO NOSSO LADO SO EXISTE NOS DIAS EM QUE HOUVE O   *
      * MOVIMENTO: ARQUIVO AUSENTE (35) NAO GERA ITEM.                 *
      *----------------------------------------------------------------*
           MOVE '3000-CARREGA-NOSSO-LADO'  TO         WS-CODIGO-AREA.

           PERFORM 3100-CARREGA-RETORNO
               THRU 3100-99-CARREGA-RETORNO-EXIT.
           PERFORM 3200-CARREGA-RETDEB
               THRU 3200-99-CARREGA-RETDEB-EXIT.
           PERFORM 3300-CARREGA-CREDREM
               THRU 3300-99-CARREGA-CREDREM-EXIT.
           PERFORM 3400-CARREGA-LOANMST
               THRU 3400-99-CARREGA-LOANMST-EXIT.
           PERFORM 3500-CARREGA-PAGDET
               THRU 3500-99-CARREGA-PAGDET-EXIT.
      *----------------------------------------------------------------*
       3000-99-CARREGA-NOSSO-LADO-EXIT.    EXIT.
      *================================================================*
       3100-CARREGA-RETORNO                SECTION.
      *================================================================*
           MOVE '3100-CARREGA-RETORNO'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     RETORNO.
           IF    WS-FS-RET                 EQUAL      '35'
                 GO TO 3100-99-CARREGA-RETORNO-EXIT
           END-IF.
           IF    WS-FS-RET                 NOT EQUAL  '00'
                 MOVE WS-FS-RET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO BANCARIO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3110-LE-RETORNO THRU 3110-99-LE-RETORNO-EXIT
                   UNTIL WS-FS-RET         EQUAL      '10'.

           CLOSE RETORNO.
      *----------------------------------------------------------------*
       3100-99-CARREGA-RETORNO-EXIT.       EXIT.
      *================================================================*
       3110-LE-RETORNO                     SECTION.
      *================================================================*
      * SO AS LIQUIDACOES MOVIMENTAM A CONTA - UM ITEM POR TITULO. O   *
      * CREDITO AGRUPADO DO BANCO EH RECONHECIDO NA CONCILIACAO.       *
      *----------------------------------------------------------------*
           READ RETORNO.
           IF  WS-FS-RET   NOT EQUAL '00'
           AND WS-FS-RET   NOT EQUAL '10'
               MOVE WS-FS-RET              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO BANCARIO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RET                   NOT EQUAL  '00'
               GO TO 3110-99-LE-RETORNO-EXIT
           END-IF.

           IF  NOT RET-OCR-LIQUIDACAO
               GO TO 3110-99-LE-RETORNO-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-NOV-LADO.
           MOVE 2                          TO         WS-NOV-IND-ORI.
           MOVE RET-DATA-PAGAMENTO         TO         WS-NOV-DATA.
           MOVE 'C'                        TO         WS-NOV-NATUREZA.
           MOVE RET-VALOR-PAGO             TO         WS-NOV-VALOR.
           MOVE 1                          TO         WS-NOV-QTDE.
           MOVE RET-NOSSO-NUMERO           TO        WS-NOV-REFERENCIA.
           MOVE 'LIQUIDACAO DE TITULO'     TO         WS-NOV-DESCRICAO.
           MOVE WS-DATA-EXTRATO            TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.
           ADD  1                          TO     WS-ITENS-NOSSO-LADO.
      *----------------------------------------------------------------*
       3110-99-LE-RETORNO-EXIT.            EXIT.
      *================================================================*
       3200-CARREGA-RETDEB                 SECTION.
      *================================================================*
           MOVE '3200-CARREGA-RETDEB'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     RETDEB.
           IF    WS-FS-RDB                 EQUAL      '35'
                 GO TO 3200-99-CARREGA-RETDEB-EXIT
           END-IF.
           IF    WS-FS-RDB                 NOT EQUAL  '00'
                 MOVE WS-FS-RDB            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO RETDEB'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3210-LE-RETDEB  THRU 3210-99-LE-RETDEB-EXIT
                   UNTIL WS-FS-RDB         EQUAL      '10'.

           CLOSE RETDEB.
      *----------------------------------------------------------------*
       3200-99-CARREGA-RETDEB-EXIT.        EXIT.
      *================================================================*
       3210-LE-RETDEB                      SECTION.
      *================================================================*
      * SO OS DEBITOS EFETIVADOS ENTRAM NA CONTA. O BANCO COSTUMA      *
      * CREDITAR O LOTE DO DIA NUM LANCAMENTO SO.                      *
      *----------------------------------------------------------------*
           READ RETDEB.
           IF  WS-FS-RDB   NOT EQUAL '00'
           AND WS-FS-RDB   NOT EQUAL '10'
               MOVE WS-FS-RDB              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO RETDEB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RDB                   NOT EQUAL  '00'
               GO TO 3210-99-LE-RETDEB-EXIT
           END-IF.

           IF  NOT RDB-EFETIVADO
               GO TO 3210-99-LE-RETDEB-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-NOV-LADO.
           MOVE 3                          TO         WS-NOV-IND-ORI.
           MOVE RDB-DATA                   TO         WS-NOV-DATA.
           MOVE 'C'                        TO         WS-NOV-NATUREZA.
           MOVE RDB-VALOR                  TO         WS-NOV-VALOR.
           MOVE 1                          TO         WS-NOV-QTDE.
           MOVE RDB-SOCIO                  TO        WS-NOV-REFERENCIA.
           MOVE 'DEBITO AUTOMATICO'        TO         WS-NOV-DESCRICAO.
           MOVE WS-DATA-EXTRATO            TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.
           ADD  1                          TO     WS-ITENS-NOSSO-LADO.
      *----------------------------------------------------------------*
       3210-99-LE-RETDEB-EXIT.             EXIT.
      *================================================================*
       3300-CARREGA-CREDREM                SECTION.
      *================================================================*
           MOVE '3300-CARREGA-CREDREM'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CREDREM.
           IF    WS-FS-CRE                 EQUAL      '35'
                 GO TO 3300-99-CARREGA-CREDREM-EXIT
           END-IF.
           IF    WS-FS-CRE                 NOT EQUAL  '00'
                 MOVE WS-FS-CRE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA CREDREM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-EXTRATO            TO         WS-DATA-FOLHA.
           PERFORM 3310-LE-CREDREM THRU 3310-99-LE-CREDREM-EXIT
                   UNTIL WS-FS-CRE         EQUAL      '10'.

           CLOSE CREDREM.
      *----------------------------------------------------------------*
       3300-99-CARREGA-CREDREM-EXIT.       EXIT.
      *================================================================*
       3310-LE-CREDREM                     SECTION.
      *================================================================*
      * O BANCO DEBITA A FOLHA PELO TOTAL DA REMESSA: UM ITEM SO, COM  *
      * O VALOR E A QUANTIDADE DO TRAILER, NA DATA DO HEADER.          *
      *----------------------------------------------------------------*
           READ CREDREM.
           IF  WS-FS-CRE   NOT EQUAL '00'
           AND WS-FS-CRE   NOT EQUAL '10'
               MOVE WS-FS-CRE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REMESSA CREDREM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CRE                   NOT EQUAL  '00'
               GO TO 3310-99-LE-CREDREM-EXIT
           END-IF.

           EVALUATE REM-TIPO-REG
               WHEN '0'
                   MOVE REMH-DATA-GERACAO  TO         WS-DATA-FOLHA
               WHEN '9'
                   MOVE 'E'                TO         WS-NOV-LADO
                   MOVE 4                  TO         WS-NOV-IND-ORI
                   MOVE WS-DATA-FOLHA      TO         WS-NOV-DATA
                   MOVE 'D'                TO         WS-NOV-NATUREZA
                   MOVE REMT-VALOR-TOTAL   TO         WS-NOV-VALOR
                   MOVE REMT-QTDE          TO         WS-NOV-QTDE
                   MOVE 'REMESSA FOLHA'    TO        WS-NOV-REFERENCIA
                   MOVE 'CREDITO SALARIAL' TO         WS-NOV-DESCRICAO
                   MOVE WS-DATA-EXTRATO    TO         WS-NOV-ABERTURA
                   PERFORM 3900-INCLUI-ITEM
                       THRU 3900-99-INCLUI-ITEM-EXIT
                   ADD  1                  TO     WS-ITENS-NOSSO-LADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------*
       3310-99-LE-CREDREM-EXIT.            EXIT.
      *================================================================*
       3400-CARREGA-LOANMST                SECTION.
      *================================================================*
           MOVE '3400-CARREGA-LOANMST'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 EQUAL      '35'
                 GO TO 3400-99-CARREGA-LOANMST-EXIT
           END-IF.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3410-LE-LOANMST THRU 3410-99-LE-LOANMST-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
      *----------------------------------------------------------------*
       3400-99-CARREGA-LOANMST-EXIT.       EXIT.
      *================================================================*
       3410-LE-LOANMST                     SECTION.
      *================================================================*
      * CONTRATO COM DATA NA DATA DO EXTRATO FOI LIBERADO NESSE DIA. O *
      * CLIENTE RECEBE O PRINCIPAL MENOS O IOF: FINANCIADO, O IOF JA   *
      * ESTA SOMADO AO PRINCIPAL; A VISTA, EH RETIDO NA LIBERACAO.     *
      *----------------------------------------------------------------*
           READ LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 3410-99-LE-LOANMST-EXIT
           END-IF.

           IF  LOA-DATA-CONTRATO           NOT EQUAL  WS-DATA-EXTRATO
               GO TO 3410-99-LE-LOANMST-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-NOV-LADO.
           MOVE 5                          TO         WS-NOV-IND-ORI.
           MOVE LOA-DATA-CONTRATO          TO         WS-NOV-DATA.
           MOVE 'D'                        TO         WS-NOV-NATUREZA.
           IF  LOA-VALOR-IOF               NOT NUMERIC
               MOVE ZEROS                  TO         LOA-VALOR-IOF
           END-IF.
           COMPUTE WS-NOV-VALOR = LOA-PRINCIPAL - LOA-VALOR-IOF.
           MOVE 1                          TO         WS-NOV-QTDE.
           MOVE LOA-CONTRATO               TO        WS-NOV-REFERENCIA.
           MOVE LOA-NOME                   TO         WS-NOV-DESCRICAO.
           MOVE WS-DATA-EXTRATO            TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.
           ADD  1                          TO     WS-ITENS-NOSSO-LADO.
      *----------------------------------------------------------------*
       3410-99-LE-LOANMST-EXIT.            EXIT.
      *================================================================*
       3500-CARREGA-PAGDET                 SECTION.
      *================================================================*
           MOVE '3500-CARREGA-PAGDET'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PAGDET.
           IF    WS-FS-PAG                 EQUAL      '35'
                 GO TO 3500-99-CARREGA-PAGDET-EXIT
           END-IF.
           IF    WS-FS-PAG                 NOT EQUAL  '00'
                 MOVE WS-FS-PAG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA PAGDET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3510-LE-PAGDET  THRU 3510-99-LE-PAGDET-EXIT
                   UNTIL WS-FS-PAG         EQUAL      '10'.

           CLOSE PAGDET.
      *----------------------------------------------------------------*
       3500-99-CARREGA-PAGDET-EXIT.        EXIT.
      *================================================================*
       3510-LE-PAGDET                      SECTION.
      *================================================================*
           READ PAGDET.
           IF  WS-FS-PAG   NOT EQUAL '00'
           AND WS-FS-PAG   NOT EQUAL '10'
               MOVE WS-FS-PAG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REMESSA PAGDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PAG                   NOT EQUAL  '00'
               GO TO 3510-99-LE-PAGDET-EXIT
           END-IF.

           IF  PAG-DATA-PAGTO              NOT EQUAL  WS-DATA-EXTRATO
               GO TO 3510-99-LE-PAGDET-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-NOV-LADO.
           MOVE 6                          TO         WS-NOV-IND-ORI.
           MOVE PAG-DATA-PAGTO             TO         WS-NOV-DATA.
           MOVE 'D'                        TO         WS-NOV-NATUREZA.
           MOVE PAG-VALOR                  TO         WS-NOV-VALOR.
           MOVE 1                          TO         WS-NOV-QTDE.
           MOVE PAG-NOTA                   TO        WS-NOV-REFERENCIA.
           MOVE PAG-NOME                   TO         WS-NOV-DESCRICAO.
           MOVE WS-DATA-EXTRATO            TO         WS-NOV-ABERTURA.
           PERFORM 3900-INCLUI-ITEM  THRU  3900-99-INCLUI-ITEM-EXIT.
           ADD  1                          TO     WS-ITENS-NOSSO-LADO.
      *----------------------------------------------------------------*
       3510-99-LE-PAGDET-EXIT.             EXIT.
      *================================================================*
       3900-INCLUI-ITEM                    SECTION.
      *================================================================*
      * INCLUI O ITEM MONTADO EM WS-NOVO-ITEM NA TABELA, EM ABERTO.    *
      *----------------------------------------------------------------*
           IF  WS-QTDE-ITE                 NOT LESS   10000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA DE ITENS A CONCILIAR CHEIA (10000)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-NOV-DATA                TO         WS-DATA-CONV.
           PERFORM 7500-DIA-ABSOLUTO THRU 7500-99-DIA-ABSOLUTO-EXIT.

           ADD  1                          TO         WS-QTDE-ITE.
           MOVE WS-NOV-LADO       TO  WS-ITE-LADO       (WS-QTDE-ITE).
           MOVE WS-NOV-IND-ORI    TO  WS-ITE-IND-ORI    (WS-QTDE-ITE).
           MOVE WS-ORI-NOME (WS-NOV-IND-ORI)
                                  TO  WS-ITE-ORIGEM     (WS-QTDE-ITE).
           MOVE WS-NOV-DATA       TO  WS-ITE-DATA       (WS-QTDE-ITE).
           MOVE WS-DIA-CONV       TO  WS-ITE-DIA        (WS-QTDE-ITE).
           MOVE WS-NOV-NATUREZA   TO  WS-ITE-NATUREZA   (WS-QTDE-ITE).
           MOVE WS-NOV-VALOR      TO  WS-ITE-VALOR      (WS-QTDE-ITE).
           MOVE WS-NOV-QTDE       TO  WS-ITE-QTDE       (WS-QTDE-ITE).
           MOVE WS-NOV-REFERENCIA TO  WS-ITE-REFERENCIA (WS-QTDE-ITE).
           MOVE WS-NOV-DESCRICAO  TO  WS-ITE-DESCRICAO  (WS-QTDE-ITE).
           MOVE WS-NOV-ABERTURA   TO  WS-ITE-ABERTURA   (WS-QTDE-ITE).
           MOVE 'A'               TO  WS-ITE-SITUACAO   (WS-QTDE-ITE).
           MOVE ZEROS             TO  WS-ITE-GRUPO      (WS-QTDE-ITE).

           ADD  1             TO  WS-ORT-QTDE-CARGA  (WS-NOV-IND-ORI).
           ADD  WS-NOV-VALOR  TO  WS-ORT-VALOR-CARGA (WS-NOV-IND-ORI).
      *----------------------------------------------------------------*
       3900-99-INCLUI-ITEM-EXIT.           EXIT.
      *================================================================*
       4000-CONCILIA                       SECTION.
      *================================================================*
      * 1. AGRUPA O NOSSO LADO EM ABERTO POR ORIGEM, DATA E NATUREZA;  *
      * 2. GRUPO COM MAIS DE UM ITEM CUJA SOMA BATE COM UM LANCAMENTO  *
      *    DO BANCO DENTRO DA JANELA BAIXA O GRUPO INTEIRO;            *
      * 3. O QUE SOBRA CONCILIA ITEM A ITEM (NATUREZA, VALOR, JANELA). *
      *----------------------------------------------------------------*
           MOVE '4000-CONCILIA'            TO         WS-CODIGO-AREA.

           PERFORM 4100-AGRUPA-ITEM  THRU  4100-99-AGRUPA-ITEM-EXIT
                   VARYING WS-IND-ITE FROM 1 BY 1
                   UNTIL WS-IND-ITE GREATER WS-QTDE-ITE.

           PERFORM 4200-CASA-GRUPO   THRU  4200-99-CASA-GRUPO-EXIT
                   VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER WS-QTDE-GRP.

           PERFORM 4300-CASA-INDIVIDUAL
               THRU 4300-99-CASA-INDIVIDUAL-EXIT
                   VARYING WS-IND-ITE FROM 1 BY 1
                   UNTIL WS-IND-ITE GREATER WS-QTDE-ITE.
      *----------------------------------------------------------------*
       4000-99-CONCILIA-EXIT.              EXIT.
      *================================================================*
       4100-AGRUPA-ITEM                    SECTION.
      *================================================================*
           IF  NOT WS-ITE-EMPRESA (WS-IND-ITE)
               GO TO 4100-99-AGRUPA-ITEM-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-IND-GRP-ACH.
           PERFORM 4110-LOCALIZA-GRUPO
               THRU 4110-99-LOCALIZA-GRUPO-EXIT
                   VARYING WS-IND-GRP FROM 1 BY 1
                   UNTIL WS-IND-GRP GREATER WS-QTDE-GRP
                      OR WS-IND-GRP-ACH GREATER ZEROS.

           IF  WS-IND-GRP-ACH              EQUAL      ZEROS
               IF  WS-QTDE-GRP             NOT LESS   2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TABELA DE GRUPOS DA CONCILIACAO CHEIA (2000)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-GRP
               MOVE WS-QTDE-GRP            TO         WS-IND-GRP-ACH
               MOVE WS-ITE-ORIGEM (WS-IND-ITE)
                                 TO  WS-GRP-ORIGEM   (WS-IND-GRP-ACH)
               MOVE WS-ITE-DATA (WS-IND-ITE)
                                 TO  WS-GRP-DATA     (WS-IND-GRP-ACH)
               MOVE WS-ITE-DIA (WS-IND-ITE)
                                 TO  WS-GRP-DIA      (WS-IND-GRP-ACH)
               MOVE WS-ITE-NATUREZA (WS-IND-ITE)
                                 TO  WS-GRP-NATUREZA (WS-IND-GRP-ACH)
               MOVE ZEROS        TO  WS-GRP-VALOR    (WS-IND-GRP-ACH)
               MOVE ZEROS        TO  WS-GRP-QTDE     (WS-IND-GRP-ACH)
           END-IF.

           ADD  WS-ITE-VALOR (WS-IND-ITE)
                                 TO  WS-GRP-VALOR    (WS-IND-GRP-ACH).
           ADD  1                TO  WS-GRP-QTDE     (WS-IND-GRP-ACH).
           MOVE WS-IND-GRP-ACH   TO  WS-ITE-GRUPO    (WS-IND-ITE).
      *----------------------------------------------------------------*
       4100-99-AGRUPA-ITEM-EXIT.           EXIT.
      *================================================================*
       4110-LOCALIZA-GRUPO                 SECTION.
      *================================================================*
           IF  WS-GRP-ORIGEM (WS-IND-GRP)  EQUAL
               WS-ITE-ORIGEM (WS-IND-ITE)
           AND WS-GRP-DATA (WS-IND-GRP)    EQUAL
               WS-ITE-DATA (WS-IND-ITE)
           AND WS-GRP-NATUREZA (WS-IND-GRP) EQUAL
               WS-ITE-NATUREZA (WS-IND-ITE)
               MOVE WS-IND-GRP             TO         WS-IND-GRP-ACH
           END-IF.
      *----------------------------------------------------------------*
       4110-99-LOCALIZA-GRUPO-EXIT.        EXIT.
      *================================================================*
       4200-CASA-GRUPO                     SECTION.
      *================================================================*
           IF  WS-GRP-QTDE (WS-IND-GRP)    NOT GREATER 1
               GO TO 4200-99-CASA-GRUPO-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-IND-ACH.
           PERFORM 4210-PROCURA-BANCO-GRP
               THRU 4210-99-PROCURA-BANCO-GRP-EXIT
                   VARYING WS-IND-PRC FROM 1 BY 1
                   UNTIL WS-IND-PRC GREATER WS-QTDE-ITE
                      OR WS-IND-ACH GREATER ZEROS.

           IF  WS-IND-ACH                  EQUAL      ZEROS
               GO TO 4200-99-CASA-GRUPO-EXIT
           END-IF.

           ADD  1                          TO         WS-QTDE-PARES.
           ADD  1                          TO      WS-PARES-AGRUPADOS.
           MOVE 'G'                        TO         WS-TIPO-BAIXA.
           MOVE WS-IND-ACH                 TO         WS-IND-BX.
           PERFORM 4800-BAIXA-ITEM   THRU  4800-99-BAIXA-ITEM-EXIT.

           PERFORM 4220-BAIXA-GRUPO  THRU  4220-99-BAIXA-GRUPO-EXIT
                   VARYING WS-IND-PRC FROM 1 BY 1
                   UNTIL WS-IND-PRC GREATER WS-QTDE-ITE.
      *----------------------------------------------------------------*
       4200-99-CASA-GRUPO-EXIT.            EXIT.
      *================================================================*
       4210-PROCURA-BANCO-GRP              SECTION.
      *================================================================*
           IF  NOT WS-ITE-BANCO (WS-IND-PRC)
           OR  NOT WS-ITE-ABERTO (WS-IND-PRC)
               GO TO 4210-99-PROCURA-BANCO-GRP-EXIT
           END-IF.

           IF  WS-ITE-NATUREZA (WS-IND-PRC) NOT EQUAL
               WS-GRP-NATUREZA (WS-IND-GRP)
           OR  WS-ITE-VALOR (WS-IND-PRC)   NOT EQUAL
               WS-GRP-VALOR (WS-IND-GRP)
               GO TO 4210-99-PROCURA-BANCO-GRP-EXIT
           END-IF.

           COMPUTE WS-DIF-DIAS = WS-ITE-DIA (WS-IND-PRC)
                               - WS-GRP-DIA (WS-IND-GRP).
           IF  WS-DIF-DIAS                 LESS       ZEROS
               COMPUTE WS-DIF-DIAS = 0 - WS-DIF-DIAS
           END-IF.

           IF  WS-DIF-DIAS                 NOT GREATER WS-JANELA-DIAS
               MOVE WS-IND-PRC             TO         WS-IND-ACH
           END-IF.
      *----------------------------------------------------------------*
       4210-99-PROCURA-BANCO-GRP-EXIT.     EXIT.
      *================================================================*
       4220-BAIXA-GRUPO                    SECTION.
      *================================================================*
           IF  WS-ITE-GRUPO (WS-IND-PRC)   EQUAL      WS-IND-GRP
           AND WS-ITE-ABERTO (WS-IND-PRC)
               MOVE WS-IND-PRC             TO         WS-IND-BX
               PERFORM 4800-BAIXA-ITEM THRU 4800-99-BAIXA-ITEM-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4220-99-BAIXA-GRUPO-EXIT.           EXIT.
      *================================================================*
       4300-CASA-INDIVIDUAL                SECTION.
      *================================================================*
           IF  NOT WS-ITE-BANCO (WS-IND-ITE)
           OR  NOT WS-ITE-ABERTO (WS-IND-ITE)
               GO TO 4300-99-CASA-INDIVIDUAL-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-IND-ACH.
           PERFORM 4310-PROCURA-EMPRESA
               THRU 4310-99-PROCURA-EMPRESA-EXIT
                   VARYING WS-IND-PRC FROM 1 BY 1
                   UNTIL WS-IND-PRC GREATER WS-QTDE-ITE
                      OR WS-IND-ACH GREATER ZEROS.

           IF  WS-IND-ACH                  EQUAL      ZEROS
               GO TO 4300-99-CASA-INDIVIDUAL-EXIT
           END-IF.

           ADD  1                          TO         WS-QTDE-PARES.
           ADD  1                          TO    WS-PARES-INDIVIDUAIS.
           MOVE 'I'                        TO         WS-TIPO-BAIXA.
           MOVE WS-IND-ITE                 TO         WS-IND-BX.
           PERFORM 4800-BAIXA-ITEM   THRU  4800-99-BAIXA-ITEM-EXIT.
           MOVE WS-IND-ACH                 TO         WS-IND-BX.
           PERFORM 4800-BAIXA-ITEM   THRU  4800-99-BAIXA-ITEM-EXIT.
      *----------------------------------------------------------------*
       4300-99-CASA-INDIVIDUAL-EXIT.       EXIT.
      *================================================================*
       4310-PROCURA-EMPRESA                SECTION.
      *================================================================*
           IF  NOT WS-ITE-EMPRESA (WS-IND-PRC)
           OR  NOT WS-ITE-ABERTO (WS-IND-PRC)
               GO TO 4310-99-PROCURA-EMPRESA-EXIT
           END-IF.

           IF  WS-ITE-NATUREZA (WS-IND-PRC) NOT EQUAL
               WS-ITE-NATUREZA (WS-IND-ITE)
           OR  WS-ITE-VALOR (WS-IND-PRC)   NOT EQUAL
               WS-ITE-VALOR (WS-IND-ITE)
               GO TO 4310-99-PROCURA-EMPRESA-EXIT
           END-IF.

           COMPUTE WS-DIF-DIAS = WS-ITE-DIA (WS-IND-ITE)
                               - WS-ITE-DIA (WS-IND-PRC).
           IF  WS-DIF-DIAS                 LESS       ZEROS
               COMPUTE WS-DIF-DIAS = 0 - WS-DIF-DIAS
           END-IF.

           IF  WS-DIF-DIAS                 NOT GREATER WS-JANELA-DIAS
               MOVE WS-IND-PRC             TO         WS-IND-ACH
           END-IF.
      *----------------------------------------------------------------*
       4310-99-PROCURA-EMPRESA-EXIT.       EXIT.
      *================================================================*
       4800-BAIXA-ITEM                     SECTION.
      *================================================================*
      * BAIXA O ITEM WS-IND-BX NO PAR CORRENTE E REGISTRA NO CONCBAI.  *
      *----------------------------------------------------------------*
           MOVE 'B'               TO  WS-ITE-SITUACAO (WS-IND-BX).
           MOVE WS-ITE-IND-ORI (WS-IND-BX) TO         WS-IND-ORI.
           ADD  1                 TO  WS-ORT-QTDE-CONC  (WS-IND-ORI).
           ADD  WS-ITE-VALOR (WS-IND-BX)
                                  TO  WS-ORT-VALOR-CONC (WS-IND-ORI).

           MOVE SPACES                     TO         REG-BAI.
           MOVE WS-DATA-EXTRATO            TO         BAI-DATA-CONCIL.
           MOVE WS-QTDE-PARES              TO         BAI-PAR.
           MOVE WS-TIPO-BAIXA              TO         BAI-TIPO.
           MOVE WS-ITE-LADO       (WS-IND-BX)  TO     BAI-LADO.
           MOVE WS-ITE-ORIGEM     (WS-IND-BX)  TO     BAI-ORIGEM.
           MOVE WS-ITE-DATA       (WS-IND-BX)  TO     BAI-DATA.
           MOVE WS-ITE-NATUREZA   (WS-IND-BX)  TO     BAI-NATUREZA.
           MOVE WS-ITE-VALOR      (WS-IND-BX)  TO     BAI-VALOR.
           MOVE WS-ITE-QTDE       (WS-IND-BX)  TO     BAI-QTDE.
           MOVE WS-ITE-REFERENCIA (WS-IND-BX)  TO     BAI-REFERENCIA.

           WRITE REG-BAI.

           IF  WS-FS-BAI                   NOT EQUAL  '00'
               MOVE WS-FS-BAI              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR LOG DE BAIXAS CONCBAI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-BAIXADOS.
      *----------------------------------------------------------------*
       4800-99-BAIXA-ITEM-EXIT.            EXIT.
      *================================================================*
       5000-IMPRIME-RESUMO                 SECTION.
      *================================================================*
      * CABECALHO, FECHAMENTO DO EXTRATO E POSICAO POR ORIGEM.         *
      *----------------------------------------------------------------*
           MOVE '5000-IMPRIME-RESUMO'      TO         WS-CODIGO-AREA.

           MOVE WS-BANCO                   TO         CABT-BANCO.
           MOVE WS-AGENCIA                 TO         CABT-AGENCIA.
           MOVE WS-CONTA                   TO         CABT-CONTA.
           MOVE WS-DATA-EXTRATO (7:2)      TO         CABT-DIA.
           MOVE WS-DATA-EXTRATO (5:2)      TO         CABT-MES.
           MOVE WS-DATA-EXTRATO (1:4)      TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.

           MOVE 'SALDO INICIAL DO EXTRATO'  TO        DETL-TEXTO.
           MOVE ZEROS                      TO         DETL-QTDE.
           MOVE WS-SALDO-INICIAL           TO         DETL-VALOR.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           MOVE 'CREDITOS DO EXTRATO'      TO         DETL-TEXTO.
           MOVE WS-QTDE-CREDITOS           TO         DETL-QTDE.
           MOVE WS-VALOR-CREDITOS          TO         DETL-VALOR.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           MOVE 'DEBITOS DO EXTRATO'       TO         DETL-TEXTO.
           MOVE WS-QTDE-DEBITOS            TO         DETL-QTDE.
           COMPUTE DETL-VALOR = 0 - WS-VALOR-DEBITOS.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           MOVE 'SALDO FINAL DO EXTRATO'   TO         DETL-TEXTO.
           MOVE ZEROS                      TO         DETL-QTDE.
           MOVE WS-SALDO-FINAL             TO         DETL-VALOR.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           MOVE 'PARES CONCILIADOS AGRUPADOS'
                                           TO         DETL-TEXTO.
           MOVE WS-PARES-AGRUPADOS         TO         DETL-QTDE.
           MOVE ZEROS                      TO         DETL-VALOR.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           MOVE 'PARES CONCILIADOS ITEM A ITEM'
                                           TO         DETL-TEXTO.
           MOVE WS-PARES-INDIVIDUAIS       TO         DETL-QTDE.
           MOVE ZEROS                      TO         DETL-VALOR.
           PERFORM 5100-GRAVA-LINHA THRU 5100-99-GRAVA-LINHA-EXIT.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-ORIGEM.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.

           PERFORM 5200-LINHA-ORIGEM THRU 5200-99-LINHA-ORIGEM-EXIT
                   VARYING WS-IND-ORI FROM 1 BY 1
                   UNTIL WS-IND-ORI GREATER 6.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-RESUMO-EXIT.        EXIT.
      *================================================================*
       5100-GRAVA-LINHA                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
      *----------------------------------------------------------------*
       5100-99-GRAVA-LINHA-EXIT.           EXIT.
      *================================================================*
       5200-LINHA-ORIGEM                   SECTION.
      *================================================================*
      * PENDENTE DA ORIGEM = O QUE ENTROU NA CONCILIACAO (PENDENCIAS   *
      * ANTERIORES + MOVIMENTO DO DIA) MENOS O QUE FOI CONCILIADO.     *
      *----------------------------------------------------------------*
           MOVE WS-ORI-NOME (WS-IND-ORI)   TO         DETO-ORIGEM.
           MOVE WS-ORT-QTDE-CONC  (WS-IND-ORI) TO     DETO-QTDE-CONC.
           MOVE WS-ORT-VALOR-CONC (WS-IND-ORI) TO     DETO-VALOR-CONC.
           COMPUTE DETO-QTDE-PEND  = WS-ORT-QTDE-CARGA (WS-IND-ORI)
                                   - WS-ORT-QTDE-CONC  (WS-IND-ORI).
           COMPUTE DETO-VALOR-PEND = WS-ORT-VALOR-CARGA (WS-IND-ORI)
                                   - WS-ORT-VALOR-CONC  (WS-IND-ORI).
           WRITE REG-REL                   FROM       DET-ORIGEM.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
      *----------------------------------------------------------------*
       5200-99-LINHA-ORIGEM-EXIT.          EXIT.
      *================================================================*
       6000-GRAVA-PENDENTES                SECTION.
      *================================================================*
      * O QUE FICOU EM ABERTO VAI PARA A NOVA GERACAO CONCPENN E PARA  *
      * A LISTA DE PENDENCIAS DO RELATORIO - PRIMEIRO O LADO DO BANCO, *
      * DEPOIS O NOSSO - COM A IDADE EM DIAS CORRIDOS ATE A DATA DO    *
      * EXTRATO.                                                       *
      *----------------------------------------------------------------*
           MOVE '6000-GRAVA-PENDENTES'     TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-PENDENCIAS.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.

           MOVE 'B'                        TO         WS-LADO-VEZ.
           PERFORM 6100-PENDENTE     THRU  6100-99-PENDENTE-EXIT
                   VARYING WS-IND-ITE FROM 1 BY 1
                   UNTIL WS-IND-ITE GREATER WS-QTDE-ITE.

           MOVE 'E'                        TO         WS-LADO-VEZ.
           PERFORM 6100-PENDENTE     THRU  6100-99-PENDENTE-EXIT
                   VARYING WS-IND-ITE FROM 1 BY 1
                   UNTIL WS-IND-ITE GREATER WS-QTDE-ITE.

           IF  WS-GRAVADOS-PNN             EQUAL      ZEROS
               WRITE REG-REL               FROM       DET-NENHUMA
               PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT
           END-IF.
      *----------------------------------------------------------------*
       6000-99-GRAVA-PENDENTES-EXIT.       EXIT.
      *================================================================*
       6100-PENDENTE                       SECTION.
      *================================================================*
           IF  WS-ITE-LADO (WS-IND-ITE)    NOT EQUAL  WS-LADO-VEZ
           OR  NOT WS-ITE-ABERTO (WS-IND-ITE)
               GO TO 6100-99-PENDENTE-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-PNN.
           MOVE WS-ITE-LADO       (WS-IND-ITE) TO     PNN-LADO.
           MOVE WS-ITE-ORIGEM     (WS-IND-ITE) TO     PNN-ORIGEM.
           MOVE WS-ITE-DATA       (WS-IND-ITE) TO     PNN-DATA.
           MOVE WS-ITE-NATUREZA   (WS-IND-ITE) TO     PNN-NATUREZA.
           MOVE WS-ITE-VALOR      (WS-IND-ITE) TO     PNN-VALOR.
           MOVE WS-ITE-QTDE       (WS-IND-ITE) TO     PNN-QTDE.
           MOVE WS-ITE-REFERENCIA (WS-IND-ITE) TO     PNN-REFERENCIA.
           MOVE WS-ITE-DESCRICAO  (WS-IND-ITE) TO     PNN-DESCRICAO.
           MOVE WS-ITE-ABERTURA   (WS-IND-ITE) TO    PNN-DATA-ABERTURA.

           WRITE REG-PNN.

           IF  WS-FS-PNN                   NOT EQUAL  '00'
               MOVE WS-FS-PNN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR PENDENCIAS CONCPENN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-PNN.

           COMPUTE WS-DIAS-ABERTO = WS-DIA-EXTRATO
                                  - WS-ITE-DIA (WS-IND-ITE).
           IF  WS-DIAS-ABERTO              LESS       ZEROS
               MOVE ZEROS                  TO         WS-DIAS-ABERTO
           END-IF.

           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO         NOT GREATER 2
                   MOVE 1                  TO         WS-IND-FXA
               WHEN WS-DIAS-ABERTO         NOT GREATER 7
                   MOVE 2                  TO         WS-IND-FXA
               WHEN WS-DIAS-ABERTO         NOT GREATER 15
                   MOVE 3                  TO         WS-IND-FXA
               WHEN WS-DIAS-ABERTO         NOT GREATER 30
                   MOVE 4                  TO         WS-IND-FXA
               WHEN OTHER
                   MOVE 5                  TO         WS-IND-FXA
           END-EVALUATE.

           IF  WS-ITE-BANCO (WS-IND-ITE)
               ADD  1            TO  WS-FXT-QTDE-BCO  (WS-IND-FXA)
               ADD  WS-ITE-VALOR (WS-IND-ITE)
                                 TO  WS-FXT-VALOR-BCO (WS-IND-FXA)
           ELSE
               ADD  1            TO  WS-FXT-QTDE-EMP  (WS-IND-FXA)
               ADD  WS-ITE-VALOR (WS-IND-ITE)
                                 TO  WS-FXT-VALOR-EMP (WS-IND-FXA)
           END-IF.

           MOVE WS-ITE-LADO       (WS-IND-ITE) TO     DETP-LADO.
           MOVE WS-ITE-ORIGEM     (WS-IND-ITE) TO     DETP-ORIGEM.
           MOVE WS-ITE-DATA (WS-IND-ITE) (7:2) TO     DETP-DIA.
           MOVE WS-ITE-DATA (WS-IND-ITE) (5:2) TO     DETP-MES.
           MOVE WS-ITE-DATA (WS-IND-ITE) (1:4) TO     DETP-ANO.
           MOVE WS-ITE-NATUREZA   (WS-IND-ITE) TO     DETP-NATUREZA.
           MOVE WS-ITE-VALOR      (WS-IND-ITE) TO     DETP-VALOR.
           MOVE WS-DIAS-ABERTO                 TO     DETP-DIAS.
           MOVE WS-ITE-REFERENCIA (WS-IND-ITE) TO     DETP-REFERENCIA.
           MOVE WS-ITE-DESCRICAO  (WS-IND-ITE) TO     DETP-DESCRICAO.
           WRITE REG-REL                   FROM       DET-PENDENCIA.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
      *----------------------------------------------------------------*
       6100-99-PENDENTE-EXIT.              EXIT.
      *================================================================*
       7000-IMPRIME-FAIXAS                 SECTION.
      *================================================================*
      * RESUMO DAS PENDENCIAS POR FAIXA DE ATRASO, PARA O TESOUREIRO.  *
      *----------------------------------------------------------------*
           MOVE '7000-IMPRIME-FAIXAS'      TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-FAIXAS.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.

           PERFORM 7100-LINHA-FAIXA  THRU  7100-99-LINHA-FAIXA-EXIT
                   VARYING WS-IND-FXA FROM 1 BY 1
                   UNTIL WS-IND-FXA GREATER 5.
      *----------------------------------------------------------------*
       7000-99-IMPRIME-FAIXAS-EXIT.        EXIT.
      *================================================================*
       7100-LINHA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-FXA-NOME      (WS-IND-FXA)  TO     DETF-FAIXA.
           MOVE WS-FXT-QTDE-BCO  (WS-IND-FXA)  TO     DETF-QTDE-BCO.
           MOVE WS-FXT-VALOR-BCO (WS-IND-FXA)  TO     DETF-VALOR-BCO.
           MOVE WS-FXT-QTDE-EMP  (WS-IND-FXA)  TO     DETF-QTDE-EMP.
           MOVE WS-FXT-VALOR-EMP (WS-IND-FXA)  TO     DETF-VALOR-EMP.
           WRITE REG-REL                   FROM       DET-FAIXA.
           PERFORM 8000-FS-RELCONC THRU 8000-99-FS-RELCONC-EXIT.
      *----------------------------------------------------------------*
       7100-99-LINHA-FAIXA-EXIT.           EXIT.
      *================================================================*
       7500-DIA-ABSOLUTO                   SECTION.
      *================================================================*
      * CONVERTE WS-DATA-CONV NO NUMERO DE DIAS DESDE A DATA BASE.     *
      *----------------------------------------------------------------*
           MOVE WS-DATA-BASE-DIAS          TO      WS-672-DATA-INICIAL.
           MOVE WS-DATA-CONV               TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA INVALIDA NO MOVIMENTO A CONCILIAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-672-DIAS                TO         WS-DIA-CONV.
      *----------------------------------------------------------------*
       7500-99-DIA-ABSOLUTO-EXIT.          EXIT.
      *================================================================*
       7600-LOCALIZA-ORIGEM                SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-ORI-ACH.
           PERFORM 7610-COMPARA-ORIGEM
               THRU 7610-99-COMPARA-ORIGEM-EXIT
                   VARYING WS-IND-ORI FROM 1 BY 1
                   UNTIL WS-IND-ORI GREATER 6
                      OR WS-IND-ORI-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       7600-99-LOCALIZA-ORIGEM-EXIT.       EXIT.
      *================================================================*
       7610-COMPARA-ORIGEM                 SECTION.
      *================================================================*
           IF  WS-ORI-NOME (WS-IND-ORI)    EQUAL      WS-NOME-PROCURA
               MOVE WS-IND-ORI             TO         WS-IND-ORI-ACH
           END-IF.
      *----------------------------------------------------------------*
       7610-99-COMPARA-ORIGEM-EXIT.        EXIT.
      *================================================================*
       8000-FS-RELCONC                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELCONC'      TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELCONC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELCONC-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE EXTBCO  CONCPENN  CONCBAI  RELCONC.

           IF  WS-FS-EXT                   NOT EQUAL  '00'
           OR  WS-FS-PNN                   NOT EQUAL  '00'
           OR  WS-FS-BAI                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-PNN              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LANCAMENTOS EXTRATO   =    ' WS-LIDOS-EXT.
           DISPLAY '* ITENS DO NOSSO LADO   =    ' WS-ITENS-NOSSO-LADO.
           DISPLAY '* PENDENCIAS ANTERIORES =    ' WS-PEND-ANTERIORES.
           DISPLAY '* PARES AGRUPADOS       =    ' WS-PARES-AGRUPADOS.
           DISPLAY '* PARES ITEM A ITEM     =    ' WS-PARES-INDIVIDUAIS.
           DISPLAY '* ITENS BAIXADOS        =    ' WS-BAIXADOS.
           DISPLAY '* PENDENCIAS GRAVADAS   =    ' WS-GRAVADOS-PNN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-EXT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-PNN           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB868S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
