       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB803S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DO           *
      * FECHAMENTO MENSAL, QUE A CONTABILIDADE MONTAVA EM PLANILHA.    *
      * TODO RECEBIVEL EM ABERTO NO FIM DO MES DE REFERENCIA (PRFPARM) *
      * EH CLASSIFICADO NA ESCALA DE RISCO AA-H PELOS DIAS DE ATRASO   *
      * NO ULTIMO DIA DO MES:                                          *
      *   A  ATE 14 DIAS    B  15 A 30    C  31 A 60    D  61 A 90     *
      *   E  91 A 120       F  121 A 150  G  151 A 180  H  ACIMA DE 180*
      *   AA CONTRATO DE EMPRESTIMO CONGELADO POR SINISTRO (SITUACAO   *
      *      'S', VRB801S), COBERTO PELA SEGURADORA.                   *
      * CARTEIRAS:                                                     *
      *   EMPRESTIMO - PARCELAS EM ABERTO ('A'/'E') DO LOANPAR, SOMADAS*
      *                POR CONTRATO E CLASSIFICADAS PELA PARCELA MAIS  *
      *                ATRASADA (O BOLETO 'L' DO TITMST EH A PROPRIA   *
      *                PARCELA 'E' E NAO ENTRA DE NOVO);               *
      *   ESCOLA     - TITULOS DE ORIGEM 'E' EM ABERTO NO TITMST;      *
      *   CLUBE      - SALDO DEVEDOR DOS SOCIOS EM ATRASO NO CADSOC1   *
      *                (CODIGO 2, MENSALIDADE - PAGO PARCIAL), COM A   *
      *                IDADE DO TITULO DO CLUBE MAIS ANTIGO NAO PAGO   *
      *                ('E'/'R') DO SOCIO; SEM TITULO A IDADE NAO EH   *
      *                COMPROVADA E O SALDO VAI PARA H.                *
      * O PERCENTUAL DE CADA NIVEL VEM DO PARMMST (DOMINIO PDD, CHAVE  *
      * = NIVEL, POS 1-5 9(3)V9(2) EM %); SEM LINHA EM VIGOR VALEM OS  *
      * PERCENTUAIS DA RESOLUCAO 2682 (0 / 0,5 / 1 / 3 / 10 / 30 / 50 /*
      * 70 / 100). O RELATORIO RELPDD SAI POR CARTEIRA E NIVEL. A      *
      * PROVISAO DO MES ANTERIOR FICA NO SALDO PDDSLD (REGRAVADO EM    *
      * PDDSLDN); A VARIACAO VAI PARA O MOVIMENTO CONTABIL CTBMOV -    *
      * AUMENTO NA FONTE PDDCONST (CONSTITUICAO), REDUCAO NA FONTE     *
      * PDDREVER (REVERSAO) - LANCADO PELO VRB788S. MES JA APURADO NO  *
      * PDDSLD CANCELA, PARA NAO DUPLICAR O LANCAMENTO.                *
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
           SELECT PDDSLD         ASSIGN TO PDDSLD
           FILE STATUS           IS        WS-FS-SLD.
      *----------------------------------------------------------------*
           SELECT PDDSLDN        ASSIGN TO PDDSLDN
           FILE STATUS           IS        WS-FS-SLDN.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT RELPDD         ASSIGN TO RELPDD
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
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
      *   SALDO DA PDD APURADA NO ULTIMO FECHAMENTO                    *
      *----------------------------------------------------------------*
       FD  PDDSLD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SLD.

       01  REG-SLD.
           05 SLD-ANOMES                   PIC 9(06).
           05 SLD-PROVISAO                 PIC 9(13)V9(02).
           05 SLD-PROV-CARTEIRA            PIC 9(13)V9(02)
                                           OCCURS 3 TIMES.
           05 SLD-DATA                     PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  PDDSLDN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SLDN.

       01  REG-SLDN.
           05 SLDN-ANOMES                  PIC 9(06).
           05 SLDN-PROVISAO                PIC 9(13)V9(02).
           05 SLDN-PROV-CARTEIRA           PIC 9(13)V9(02)
                                           OCCURS 3 TIMES.
           05 SLDN-DATA                    PIC 9(08).
           05 FILLER                       PIC X(06).
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
              88 LOA-SIT-CONGELADO                      VALUE 'S'.
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
              88 PAR-EM-ABERTO                          VALUE 'A' 'E'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  CADSOC1
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SOC.

       01  REG-SOC.
           05 CODIGO-PAGAMENTO1            PIC 9(02).
           05 NUMERO-SOCIO1                PIC 9(06).
           05 NOME-SOCIO1                  PIC X(30).
           05 VALOR-PAGAMENTO1             PIC 9(09)V9(02).
           05 VALOR-PAGO-PARCIAL1          PIC 9(09)V9(02).
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
              88 TIT-NAO-PAGO                           VALUE 'E' 'R'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-CLUBE                       VALUE SPACES.
              88 TIT-ORIGEM-ESCOLA                      VALUE 'E'.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  RELPDD
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
      *   MOVIMENTO CONTABIL POR FONTE LANCADO PELO VRB788S            *
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
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-SLD                       PIC X(02)     VALUE '00'.
       77  WS-FS-SLDN                      PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                   CONTADORES E ACUMULADORES                    *
      *----------------------------------------------------------------*
       77  WS-LIDOS-LOA                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SOC                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-ITENS-CLASSIFICADOS          PIC 9(07)     VALUE ZEROS.
       77  WS-SOCIOS-SEM-TITULO            PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-SALDO                    PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-TOT-PROVISAO                 PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-PROVISAO-ANTERIOR            PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-ANOMES-ANTERIOR              PIC 9(06)     VALUE ZEROS.
       77  WS-VARIACAO                     PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-FONTE-VARIACAO               PIC X(08)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *  DATA DE CORTE = DIA 1 DO MES SEGUINTE AO DE REFERENCIA; O     *
      *  ATRASO EH CONTADO ATE A VESPERA (ULTIMO DIA DO MES).          *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-CORTE                   PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO                 PIC 9(04).
           05 WS-CORTE-MES                 PIC 9(02).
           05 WS-CORTE-DIA                 PIC 9(02).
       77  WS-DATA-VENCTO                  PIC 9(08)     VALUE ZEROS.
       77  WS-DIAS-ATRASO                  PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ESCALA DE RISCO: NIVEL, LIMITE DE DIAS DE ATRASO E           *
      *   PERCENTUAL DE PROVISAO (PADRAO DA RESOLUCAO 2682)            *
      *----------------------------------------------------------------*
       01  WS-TAB-RISCO-X.
           05 FILLER                       PIC X(02)   VALUE 'AA'.
           05 FILLER                       PIC 9(05)   VALUE ZEROS.
           05 FILLER                       PIC 9(03)V99 VALUE ZEROS.
           05 FILLER                       PIC X(02)   VALUE 'A '.
           05 FILLER                       PIC 9(05)   VALUE 14.
           05 FILLER                       PIC 9(03)V99 VALUE 0,50.
           05 FILLER                       PIC X(02)   VALUE 'B '.
           05 FILLER                       PIC 9(05)   VALUE 30.
           05 FILLER                       PIC 9(03)V99 VALUE 1.
           05 FILLER                       PIC X(02)   VALUE 'C '.
           05 FILLER                       PIC 9(05)   VALUE 60.
           05 FILLER                       PIC 9(03)V99 VALUE 3.
           05 FILLER                       PIC X(02)   VALUE 'D '.
           05 FILLER                       PIC 9(05)   VALUE 90.
           05 FILLER                       PIC 9(03)V99 VALUE 10.
           05 FILLER                       PIC X(02)   VALUE 'E '.
           05 FILLER                       PIC 9(05)   VALUE 120.
           05 FILLER                       PIC 9(03)V99 VALUE 30.
           05 FILLER                       PIC X(02)   VALUE 'F '.
           05 FILLER                       PIC 9(05)   VALUE 150.
           05 FILLER                       PIC 9(03)V99 VALUE 50.
           05 FILLER                       PIC X(02)   VALUE 'G '.
           05 FILLER                       PIC 9(05)   VALUE 180.
           05 FILLER                       PIC 9(03)V99 VALUE 70.
           05 FILLER                       PIC X(02)   VALUE 'H '.
           05 FILLER                       PIC 9(05)   VALUE 99999.
           05 FILLER                       PIC 9(03)V99 VALUE 100.
       01  WS-TAB-RISCO REDEFINES          WS-TAB-RISCO-X.
           05 WS-RIS-ITEM                  OCCURS 9 TIMES.
              10 WS-RIS-NIVEL              PIC X(02).
              10 WS-RIS-DIAS-ATE           PIC 9(05).
              10 WS-RIS-PERCENTUAL         PIC 9(03)V99.
       77  WS-IND-RIS                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-NIVEL-ACH                    PIC 9(04)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *   ACUMULADO POR CARTEIRA (1 EMPRESTIMO, 2 ESCOLA, 3 CLUBE) E   *
      *   NIVEL DE RISCO                                               *
      *----------------------------------------------------------------*
       77  WS-IND-CAR                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CARTEIRA-ACH                 PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-SALDO-ITEM                   PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TAB-PDD.
           05 WS-CAR-ITEM                  OCCURS 3 TIMES.
              10 WS-CAR-NOME               PIC X(10).
              10 WS-CAR-QTDE               PIC 9(07).
              10 WS-CAR-SALDO              PIC 9(13)V9(02).
              10 WS-CAR-PROVISAO           PIC 9(13)V9(02).
              10 WS-CEL-ITEM               OCCURS 9 TIMES.
                 15 WS-CEL-QTDE            PIC 9(07).
                 15 WS-CEL-SALDO           PIC 9(13)V9(02).
                 15 WS-CEL-PROVISAO        PIC 9(13)V9(02).
      *----------------------------------------------------------------*
      *        CONTRATOS CONGELADOS POR SINISTRO (LOANMST 'S')         *
      *----------------------------------------------------------------*
       77  WS-QTDE-LOA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-LOA-ACHADO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-LOA.
           05 WS-LOA-CONTRATO              PIC 9(06)
                                           OCCURS 5000 TIMES.
      *----------------------------------------------------------------*
      *        CONTRATO CORRENTE (QUEBRA DO LOANPAR)                   *
      *----------------------------------------------------------------*
       77  WS-CONTRATO-ATUAL               PIC 9(06)     VALUE ZEROS.
       77  WS-CON-SALDO                    PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-CON-ATRASO                   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        SOCIOS EM ATRASO (CADSOC1) E TITULO MAIS ANTIGO         *
      *----------------------------------------------------------------*
       77  WS-QTDE-SOC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-SOC                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-SOC-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-SOC.
           05 WS-SOC-ITEM                  OCCURS 5000 TIMES.
              10 WS-SOC-NUMERO             PIC 9(06).
              10 WS-SOC-SALDO              PIC 9(11)V9(02).
              10 WS-SOC-VENCTO             PIC 9(08).
      *----------------------------------------------------------------*
      *   PERCENTUAIS DA PDD: PARMMST (DOMINIO PDD, CHAVE = NIVEL)     *
      *   POS 1-5 PERCENTUAL 9(3)V9(2); SEM LINHA EM VIGOR FICA O      *
      *   PADRAO DA TABELA ACIMA.                                      *
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
           05 WS-VC-PERCENTUAL             PIC 9(03)V9(02).
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
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB803S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB803S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPDD                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(38)  VALUE
                  'PROVISAO PARA DEVEDORES DUVIDOSOS -REF'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CABT-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(35)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(80)  VALUE
              'CARTEIRA   NIVEL    QTDE             SALDO    PERC       
      -       '   PROVISAO'.
      *----------------------------------------------------------------*
       01  DET-NIVEL.
           05 DETN-CARTEIRA                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-NIVEL                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-SALDO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETN-PERC                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-PROVISAO                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-VALOR.
           05 TOTV-DESCRICAO               PIC X(30)  VALUE SPACES.
           05 TOTV-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA-TITULOS
               THRU 2000-99-PROCESSA-TITULOS-EXIT
                   UNTIL WS-FS-TIT         EQUAL '10'.
           PERFORM 3000-CLASSIFICA-SOCIO
               THRU 3000-99-CLASSIFICA-SOCIO-EXIT
                   VARYING WS-IND-SOC FROM 1 BY 1
                   UNTIL WS-IND-SOC GREATER WS-QTDE-SOC.
           PERFORM 4000-PROCESSA-CONTRATO
               THRU 4000-99-PROCESSA-CONTRATO-EXIT
                   UNTIL WS-FS-PAR         EQUAL '10'.
           PERFORM 6000-APURA-PROVISAO
               THRU 6000-99-APURA-PROVISAO-EXIT
                   VARYING WS-IND-CAR FROM 1 BY 1
                   UNTIL WS-IND-CAR GREATER 3.
           PERFORM 7000-GRAVA-SALDO  THRU  7000-99-GRAVA-SALDO-EXIT.
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

           MOVE  PARM-ANO                  TO         WS-CORTE-ANO.
           MOVE  PARM-MES                  TO         WS-CORTE-MES.
           MOVE  01                        TO         WS-CORTE-DIA.
           IF    WS-CORTE-MES              EQUAL      12
                 ADD  1                    TO         WS-CORTE-ANO
                 MOVE 01                   TO         WS-CORTE-MES
           ELSE
                 ADD  1                    TO         WS-CORTE-MES
           END-IF.
           CLOSE PRFPARM.

           INITIALIZE                      WS-TAB-PDD.
           MOVE 'EMPRESTIMO'               TO         WS-CAR-NOME (1).
           MOVE 'ESCOLA'                   TO         WS-CAR-NOME (2).
           MOVE 'CLUBE'                    TO         WS-CAR-NOME (3).

           PERFORM 1100-CARREGA-PERCENTUAIS
               THRU 1100-99-CARREGA-PERCENTUAIS-EXIT
                   VARYING WS-IND-RIS FROM 1 BY 1
                   UNTIL WS-IND-RIS GREATER 9.

           PERFORM 1200-LE-SALDO-ANTERIOR
               THRU 1200-99-LE-SALDO-ANTERIOR-EXIT.

           PERFORM 1300-CARREGA-CONTRATOS
               THRU 1300-99-CARREGA-CONTRATOS-EXIT.

           PERFORM 1400-CARREGA-SOCIOS
               THRU 1400-99-CARREGA-SOCIOS-EXIT.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-TIT
           ELSE
                 IF  WS-FS-TIT             NOT EQUAL  '00'
                     MOVE WS-FS-TIT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 2100-LER-TITMST THRU 2100-99-LER-TITMST-EXIT
           END-IF.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 4200-LER-LOANPAR  THRU  4200-99-LER-LOANPAR-EXIT.

           OPEN  OUTPUT                    RELPDD.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPDD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-ANOMES-REF              TO         CABT-ANOMES.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-PERCENTUAIS            SECTION.
      *================================================================*
      * PERCENTUAL DO NIVEL NO PARMMST VIA PARGET31, NA DATA DE CORTE. *
      * SEM LINHA EM VIGOR ('V') FICA O PADRAO; MASTER AUSENTE OU      *
      * ILEGIVEL ('N') CANCELA.                                        *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-PERCENTUAIS' TO         WS-CODIGO-AREA.

           MOVE 'PDD     '                 TO         WS-PGT-DOMINIO.
           MOVE SPACES                     TO         WS-PGT-CHAVE.
           MOVE WS-RIS-NIVEL (WS-IND-RIS)  TO         WS-PGT-CHAVE.
           MOVE WS-DATA-CORTE              TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:5) NOT NUMERIC
                   OR  WS-VC-PERCENTUAL    GREATER    100
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PERCENTUAL DA PDD NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-PERCENTUAL
                               TO  WS-RIS-PERCENTUAL (WS-IND-RIS)
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PERCENTUAIS-EXIT.   EXIT.
      *================================================================*
       1200-LE-SALDO-ANTERIOR              SECTION.
      *================================================================*
      * PROVISAO DO FECHAMENTO ANTERIOR. NA PRIMEIRA RODADA (35) O     *
      * SALDO ANTERIOR EH ZERO. MES DE REFERENCIA JA APURADO (OU       *
      * ANTERIOR A ULTIMA APURACAO) CANCELA.                           *
      *----------------------------------------------------------------*
           MOVE '1200-LE-SALDO-ANTERIOR'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PDDSLD.
           IF    WS-FS-SLD                 EQUAL      '35'
                 DISPLAY 'SALDO PDDSLD AUSENTE - PROVISAO ANTERIOR ZERO'
                 GO TO 1200-99-LE-SALDO-ANTERIOR-EXIT
           END-IF.
           IF    WS-FS-SLD                 NOT EQUAL  '00'
                 MOVE WS-FS-SLD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO SALDO PDDSLD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PDDSLD.
           IF    WS-FS-SLD                 EQUAL      '00'
                 IF  SLD-ANOMES        NOT LESS       WS-ANOMES-REF
                     MOVE '   '            TO         WS-AREA-STAT
                     MOVE 'PDD DO MES DE REFERENCIA JA APURADA (PDDSLD)'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE SLD-ANOMES           TO         WS-ANOMES-ANTERIOR
                 MOVE SLD-PROVISAO         TO      WS-PROVISAO-ANTERIOR
           ELSE
                 IF  WS-FS-SLD             NOT EQUAL  '10'
                     MOVE WS-FS-SLD        TO         WS-AREA-STAT
                     MOVE 'ERRO AO LER SALDO PDDSLD'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.

           CLOSE PDDSLD.
      *----------------------------------------------------------------*
       1200-99-LE-SALDO-ANTERIOR-EXIT.     EXIT.
      *================================================================*
       1300-CARREGA-CONTRATOS              SECTION.
      *================================================================*
      * SO OS CONTRATOS CONGELADOS POR SINISTRO VAO PARA A TABELA.     *
      *----------------------------------------------------------------*
           MOVE '1300-CARREGA-CONTRATOS'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-CONTRATO THRU 1350-99-LE-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
      *----------------------------------------------------------------*
       1300-99-CARREGA-CONTRATOS-EXIT.     EXIT.
      *================================================================*
       1350-LE-CONTRATO                    SECTION.
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
               GO TO 1350-99-LE-CONTRATO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-LOA.
           IF  NOT LOA-SIT-CONGELADO
               GO TO 1350-99-LE-CONTRATO-EXIT
           END-IF.

           IF  WS-QTDE-LOA                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 CONTRATOS CONGELADOS NO LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-LOA.
           MOVE LOA-CONTRATO     TO  WS-LOA-CONTRATO (WS-QTDE-LOA).
      *----------------------------------------------------------------*
       1350-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       1400-CARREGA-SOCIOS                 SECTION.
      *================================================================*
      * SOCIOS EM ATRASO (CODIGO 2) COM SALDO DEVEDOR. A IDADE VEM     *
      * DEPOIS, NA PASSAGEM DO TITMST.                                 *
      *----------------------------------------------------------------*
           MOVE '1400-CARREGA-SOCIOS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1450-LE-SOCIO THRU 1450-99-LE-SOCIO-EXIT
                   UNTIL WS-FS-SOC         EQUAL      '10'.

           CLOSE CADSOC1.
      *----------------------------------------------------------------*
       1400-99-CARREGA-SOCIOS-EXIT.        EXIT.
      *================================================================*
       1450-LE-SOCIO                       SECTION.
      *================================================================*
           READ  CADSOC1.
           IF  WS-FS-SOC   NOT EQUAL '00'
           AND WS-FS-SOC   NOT EQUAL '10'
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SOC                   NOT EQUAL  '00'
               GO TO 1450-99-LE-SOCIO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SOC.
           IF  CODIGO-PAGAMENTO1           NOT EQUAL  2
           OR  VALOR-PAGO-PARCIAL1     NOT LESS       VALOR-PAGAMENTO1
               GO TO 1450-99-LE-SOCIO-EXIT
           END-IF.

           IF  WS-QTDE-SOC                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 SOCIOS EM ATRASO NO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-SOC.
           MOVE NUMERO-SOCIO1    TO  WS-SOC-NUMERO (WS-QTDE-SOC).
           COMPUTE WS-SOC-SALDO (WS-QTDE-SOC) =
                   VALOR-PAGAMENTO1 - VALOR-PAGO-PARCIAL1.
           MOVE ZEROS            TO  WS-SOC-VENCTO (WS-QTDE-SOC).
      *----------------------------------------------------------------*
       1450-99-LE-SOCIO-EXIT.              EXIT.
      *================================================================*
       2000-PROCESSA-TITULOS               SECTION.
      *================================================================*
      * TITULO DA ESCOLA NAO PAGO ENTRA NA CARTEIRA ESCOLA PELO PROPRIO*
      * VENCIMENTO. TITULO DO CLUBE NAO PAGO SO DATA A DIVIDA DO SOCIO *
      * (O VALOR EH O SALDO DO CADSOC1). BOLETOS DE EMPRESTIMO ('L') E *
      * DE QUITACAO ('Q') FICAM DE FORA: O RECEBIVEL EH O LOANPAR.     *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-TITULOS'    TO         WS-CODIGO-AREA.

           IF  NOT TIT-NAO-PAGO
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  TIT-ORIGEM-ESCOLA
               MOVE TIT-DATA-VENCTO        TO         WS-DATA-VENCTO
               PERFORM 5000-APURA-ATRASO THRU 5000-99-APURA-ATRASO-EXIT
               PERFORM 5100-CLASSIFICA THRU 5100-99-CLASSIFICA-EXIT
               MOVE 2                      TO         WS-CARTEIRA-ACH
               MOVE TIT-VALOR              TO         WS-SALDO-ITEM
               PERFORM 5200-ACUMULA THRU 5200-99-ACUMULA-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  TIT-ORIGEM-CLUBE
               MOVE ZEROS                  TO         WS-IND-SOC-ACH
               PERFORM VARYING WS-IND-SOC FROM 1 BY 1
                       UNTIL WS-IND-SOC GREATER WS-QTDE-SOC
                   IF  WS-SOC-NUMERO (WS-IND-SOC) EQUAL TIT-SOCIO
                       MOVE WS-IND-SOC     TO         WS-IND-SOC-ACH
                       MOVE WS-QTDE-SOC    TO         WS-IND-SOC
                   END-IF
               END-PERFORM
               IF  WS-IND-SOC-ACH          NOT EQUAL  ZEROS
                   IF  WS-SOC-VENCTO (WS-IND-SOC-ACH) EQUAL ZEROS
                   OR  WS-SOC-VENCTO (WS-IND-SOC-ACH)
                                           GREATER    TIT-DATA-VENCTO
                       MOVE TIT-DATA-VENCTO
                               TO  WS-SOC-VENCTO (WS-IND-SOC-ACH)
                   END-IF
               END-IF
           END-IF.

       2000-50-PROXIMO.
           PERFORM 2100-LER-TITMST   THRU  2100-99-LER-TITMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-TITULOS-EXIT.      EXIT.
      *================================================================*
       2100-LER-TITMST                     SECTION.
      *================================================================*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE '2100-LER-TITMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TIT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-TIT
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-TITMST-EXIT.            EXIT.
      *================================================================*
       3000-CLASSIFICA-SOCIO               SECTION.
      *================================================================*
      * SALDO DO SOCIO SEM TITULO DO CLUBE EM ABERTO NAO TEM IDADE     *
      * COMPROVADA: VAI PARA O ULTIMO NIVEL (H).                       *
      *----------------------------------------------------------------*
           MOVE '3000-CLASSIFICA-SOCIO'    TO         WS-CODIGO-AREA.

           IF  WS-SOC-VENCTO (WS-IND-SOC)  EQUAL      ZEROS
               ADD  1                      TO      WS-SOCIOS-SEM-TITULO
               MOVE 9                      TO         WS-NIVEL-ACH
           ELSE
               MOVE WS-SOC-VENCTO (WS-IND-SOC) TO     WS-DATA-VENCTO
               PERFORM 5000-APURA-ATRASO THRU 5000-99-APURA-ATRASO-EXIT
               PERFORM 5100-CLASSIFICA THRU 5100-99-CLASSIFICA-EXIT
           END-IF.

           MOVE 3                          TO         WS-CARTEIRA-ACH.
           MOVE WS-SOC-SALDO (WS-IND-SOC)  TO         WS-SALDO-ITEM.
           PERFORM 5200-ACUMULA THRU 5200-99-ACUMULA-EXIT.
      *----------------------------------------------------------------*
       3000-99-CLASSIFICA-SOCIO-EXIT.      EXIT.
      *================================================================*
       4000-PROCESSA-CONTRATO              SECTION.
      *================================================================*
      * QUEBRA POR CONTRATO DO LOANPAR: SOMA AS PARCELAS EM ABERTO E   *
      * GUARDA O MAIOR ATRASO; O CONTRATO INTEIRO FICA NO NIVEL DA     *
      * PARCELA MAIS ATRASADA. CONGELADO POR SINISTRO VAI PARA AA.     *
      *----------------------------------------------------------------*
           MOVE '4000-PROCESSA-CONTRATO'   TO         WS-CODIGO-AREA.

           MOVE PAR-CONTRATO               TO         WS-CONTRATO-ATUAL.
           MOVE ZEROS                      TO         WS-CON-SALDO
                                                      WS-CON-ATRASO.

           PERFORM 4100-ACUMULA-PARCELA
               THRU 4100-99-ACUMULA-PARCELA-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'
                      OR PAR-CONTRATO  NOT EQUAL      WS-CONTRATO-ATUAL.

           IF  WS-CON-SALDO                EQUAL      ZEROS
               GO TO 4000-99-PROCESSA-CONTRATO-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-LOA-ACHADO.
           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL WS-CONTRATO-ATUAL
                   MOVE 'S'                TO         WS-LOA-ACHADO
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.

           IF  WS-LOA-ACHADO               EQUAL      'S'
               MOVE 1                      TO         WS-NIVEL-ACH
           ELSE
               MOVE WS-CON-ATRASO          TO         WS-DIAS-ATRASO
               PERFORM 5100-CLASSIFICA THRU 5100-99-CLASSIFICA-EXIT
           END-IF.

           MOVE 1                          TO         WS-CARTEIRA-ACH.
           MOVE WS-CON-SALDO               TO         WS-SALDO-ITEM.
           PERFORM 5200-ACUMULA THRU 5200-99-ACUMULA-EXIT.
      *----------------------------------------------------------------*
       4000-99-PROCESSA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       4100-ACUMULA-PARCELA                SECTION.
      *================================================================*
           IF  PAR-EM-ABERTO
               ADD  PAR-VALOR              TO         WS-CON-SALDO
               MOVE PAR-DATA-VENCTO        TO         WS-DATA-VENCTO
               PERFORM 5000-APURA-ATRASO THRU 5000-99-APURA-ATRASO-EXIT
               IF  WS-DIAS-ATRASO          GREATER    WS-CON-ATRASO
                   MOVE WS-DIAS-ATRASO     TO         WS-CON-ATRASO
               END-IF
           END-IF.

           PERFORM 4200-LER-LOANPAR  THRU  4200-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       4100-99-ACUMULA-PARCELA-EXIT.       EXIT.
      *================================================================*
       4200-LER-LOANPAR                    SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '4200-LER-LOANPAR'     TO         WS-CODIGO-AREA
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PAR
           END-IF.
      *----------------------------------------------------------------*
       4200-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       5000-APURA-ATRASO                   SECTION.
      *================================================================*
      * DIAS DE ATRASO DE WS-DATA-VENCTO NO ULTIMO DIA DO MES DE       *
      * REFERENCIA (VESPERA DA DATA DE CORTE); A VENCER = ZERO.        *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-DIAS-ATRASO.
           IF  WS-DATA-VENCTO          NOT LESS       WS-DATA-CORTE
               GO TO 5000-99-APURA-ATRASO-EXIT
           END-IF.

           MOVE WS-DATA-VENCTO             TO      WS-672-DATA-INICIAL.
           MOVE WS-DATA-CORTE              TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              EQUAL      'N'
               MOVE '5000-APURA-ATRASO'    TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DOS DIAS DE ATRASO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-672-DIAS                 GREATER    99999
               MOVE 99999                  TO         WS-DIAS-ATRASO
           ELSE
               COMPUTE WS-DIAS-ATRASO = WS-672-DIAS - 1
           END-IF.
      *----------------------------------------------------------------*
       5000-99-APURA-ATRASO-EXIT.          EXIT.
      *================================================================*
       5100-CLASSIFICA                     SECTION.
      *================================================================*
      * NIVEL PELOS DIAS DE ATRASO: PRIMEIRO LIMITE (A PARTIR DO A)    *
      * QUE COMPORTA O ATRASO. O AA NAO VEM DE ATRASO.                 *
      *----------------------------------------------------------------*
           MOVE 9                          TO         WS-NIVEL-ACH.
           PERFORM VARYING WS-IND-RIS FROM 2 BY 1
                   UNTIL WS-IND-RIS GREATER 9
               IF  WS-DIAS-ATRASO  NOT GREATER
                   WS-RIS-DIAS-ATE (WS-IND-RIS)
                   MOVE WS-IND-RIS         TO         WS-NIVEL-ACH
                   MOVE 9                  TO         WS-IND-RIS
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       5100-99-CLASSIFICA-EXIT.            EXIT.
      *================================================================*
       5200-ACUMULA                        SECTION.
      *================================================================*
           ADD  1                          TO  WS-ITENS-CLASSIFICADOS.
           ADD  1      TO  WS-CEL-QTDE  (WS-CARTEIRA-ACH WS-NIVEL-ACH).
           ADD  WS-SALDO-ITEM
                       TO  WS-CEL-SALDO (WS-CARTEIRA-ACH WS-NIVEL-ACH).
      *----------------------------------------------------------------*
       5200-99-ACUMULA-EXIT.               EXIT.
      *================================================================*
       6000-APURA-PROVISAO                 SECTION.
      *================================================================*
      * PROVISAO DE CADA NIVEL DA CARTEIRA = SALDO X PERCENTUAL; UMA   *
      * LINHA POR NIVEL COM SALDO E O TOTAL DA CARTEIRA.               *
      *----------------------------------------------------------------*
           MOVE '6000-APURA-PROVISAO'      TO         WS-CODIGO-AREA.

           MOVE ZEROS           TO  WS-CAR-QTDE     (WS-IND-CAR)
                                    WS-CAR-SALDO    (WS-IND-CAR)
                                    WS-CAR-PROVISAO (WS-IND-CAR).

           PERFORM 6100-LINHA-NIVEL THRU 6100-99-LINHA-NIVEL-EXIT
                   VARYING WS-IND-RIS FROM 1 BY 1
                   UNTIL WS-IND-RIS GREATER 9.

           MOVE SPACES                     TO         DET-NIVEL.
           MOVE WS-CAR-NOME (WS-IND-CAR)   TO         DETN-CARTEIRA.
           MOVE 'TOTAL'                    TO         DETN-NIVEL.
           MOVE WS-CAR-QTDE (WS-IND-CAR)   TO         DETN-QTDE.
           MOVE WS-CAR-SALDO (WS-IND-CAR)  TO         DETN-SALDO.
           MOVE WS-CAR-PROVISAO (WS-IND-CAR) TO       DETN-PROVISAO.
           WRITE REG-REL                   FROM       DET-NIVEL.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.

           ADD  WS-CAR-SALDO (WS-IND-CAR)  TO         WS-TOT-SALDO.
           ADD  WS-CAR-PROVISAO (WS-IND-CAR) TO       WS-TOT-PROVISAO.
      *----------------------------------------------------------------*
       6000-99-APURA-PROVISAO-EXIT.        EXIT.
      *================================================================*
       6100-LINHA-NIVEL                    SECTION.
      *================================================================*
           IF  WS-CEL-QTDE (WS-IND-CAR WS-IND-RIS) EQUAL ZEROS
               GO TO 6100-99-LINHA-NIVEL-EXIT
           END-IF.

           COMPUTE WS-CEL-PROVISAO (WS-IND-CAR WS-IND-RIS) ROUNDED =
                   WS-CEL-SALDO (WS-IND-CAR WS-IND-RIS)
                 * WS-RIS-PERCENTUAL (WS-IND-RIS) / 100.

           ADD  WS-CEL-QTDE (WS-IND-CAR WS-IND-RIS)
                                   TO  WS-CAR-QTDE (WS-IND-CAR).
           ADD  WS-CEL-SALDO (WS-IND-CAR WS-IND-RIS)
                                   TO  WS-CAR-SALDO (WS-IND-CAR).
           ADD  WS-CEL-PROVISAO (WS-IND-CAR WS-IND-RIS)
                                   TO  WS-CAR-PROVISAO (WS-IND-CAR).

           MOVE SPACES                     TO         DET-NIVEL.
           MOVE WS-CAR-NOME (WS-IND-CAR)   TO         DETN-CARTEIRA.
           MOVE WS-RIS-NIVEL (WS-IND-RIS)  TO         DETN-NIVEL.
           MOVE WS-CEL-QTDE (WS-IND-CAR WS-IND-RIS) TO DETN-QTDE.
           MOVE WS-CEL-SALDO (WS-IND-CAR WS-IND-RIS) TO DETN-SALDO.
           MOVE WS-RIS-PERCENTUAL (WS-IND-RIS) TO     DETN-PERC.
           MOVE WS-CEL-PROVISAO (WS-IND-CAR WS-IND-RIS)
                                           TO         DETN-PROVISAO.
           WRITE REG-REL                   FROM       DET-NIVEL.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
      *----------------------------------------------------------------*
       6100-99-LINHA-NIVEL-EXIT.           EXIT.
      *================================================================*
       7000-GRAVA-SALDO                    SECTION.
      *================================================================*
      * NOVO SALDO DA PDD EM PDDSLDN (VIRA O PDDSLD DO PROXIMO MES) E  *
      * VARIACAO CONTRA O MES ANTERIOR NO MOVIMENTO CONTABIL.          *
      *----------------------------------------------------------------*
           MOVE '7000-GRAVA-SALDO'         TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    PDDSLDN.
           IF    WS-FS-SLDN                NOT EQUAL  '00'
                 MOVE WS-FS-SLDN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO SALDO NOVO PDDSLDN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-SLDN.
           MOVE WS-ANOMES-REF              TO         SLDN-ANOMES.
           MOVE WS-TOT-PROVISAO            TO         SLDN-PROVISAO.
           MOVE WS-CAR-PROVISAO (1)        TO  SLDN-PROV-CARTEIRA (1).
           MOVE WS-CAR-PROVISAO (2)        TO  SLDN-PROV-CARTEIRA (2).
           MOVE WS-CAR-PROVISAO (3)        TO  SLDN-PROV-CARTEIRA (3).
           MOVE WS-DATA-HOJE               TO         SLDN-DATA.
           WRITE REG-SLDN.
           IF  WS-FS-SLDN                  NOT EQUAL  '00'
               MOVE WS-FS-SLDN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR SALDO NOVO PDDSLDN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           CLOSE PDDSLDN.

           IF  WS-TOT-PROVISAO             GREATER WS-PROVISAO-ANTERIOR
               MOVE 'PDDCONST'             TO         WS-FONTE-VARIACAO
               COMPUTE WS-VARIACAO =
                       WS-TOT-PROVISAO - WS-PROVISAO-ANTERIOR
           ELSE
               MOVE 'PDDREVER'             TO         WS-FONTE-VARIACAO
               COMPUTE WS-VARIACAO =
                       WS-PROVISAO-ANTERIOR - WS-TOT-PROVISAO
           END-IF.

           IF  WS-VARIACAO                 GREATER    ZEROS
               PERFORM 7100-GRAVA-CTBMOV THRU 7100-99-GRAVA-CTBMOV-EXIT
           END-IF.
      *----------------------------------------------------------------*
       7000-99-GRAVA-SALDO-EXIT.           EXIT.
      *================================================================*
       7100-GRAVA-CTBMOV                   SECTION.
      *================================================================*
      * VARIACAO DA PDD NO MOVIMENTO CONTABIL CTBMOV, NA COMPETENCIA   *
      * DO PRFPARM, LANCADA PELO VRB788S. O ARQUIVO EH ESTENDIDO;      *
      * AUSENTE, EH CRIADO.                                            *
      *----------------------------------------------------------------*
           MOVE '7100-GRAVA-CTBMOV'        TO         WS-CODIGO-AREA.

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
           MOVE WS-FONTE-VARIACAO          TO         MOV-FONTE.
           MOVE WS-ANOMES-REF              TO         MOV-ANOMES.
           MOVE WS-VARIACAO                TO         MOV-VALOR.
           MOVE 'VRB803S'                  TO         MOV-PROGRAMA.
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
       7100-99-GRAVA-CTBMOV-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELPDD                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELPDD'       TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELPDD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELPDD-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE 'SALDO TOTAL CLASSIFICADO...: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-TOT-SALDO               TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
           MOVE 'PROVISAO DO MES............: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-TOT-PROVISAO            TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
           MOVE 'PROVISAO ANTERIOR..........: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-PROVISAO-ANTERIOR       TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.
           IF  WS-FONTE-VARIACAO           EQUAL      'PDDCONST'
               MOVE 'CONSTITUICAO (PDDCONST)....: '
                                           TO         TOTV-DESCRICAO
           ELSE
               MOVE 'REVERSAO (PDDREVER)........: '
                                           TO         TOTV-DESCRICAO
           END-IF.
           MOVE WS-VARIACAO                TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELPDD THRU 8000-99-FS-RELPDD-EXIT.

           CLOSE TITMST  LOANPAR  RELPDD.

           IF  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* CONTRATOS LIDOS       =    ' WS-LIDOS-LOA.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* TITULOS LIDOS         =    ' WS-LIDOS-TIT.
           DISPLAY '* SOCIOS LIDOS          =    ' WS-LIDOS-SOC.
           DISPLAY '* SOCIOS SEM TITULO (H) =    ' WS-SOCIOS-SEM-TITULO.
           DISPLAY '* ITENS CLASSIFICADOS   =    '
                                               WS-ITENS-CLASSIFICADOS.
           DISPLAY '* PROVISAO DO MES       =    ' WS-TOT-PROVISAO.
           DISPLAY '* PROVISAO ANTERIOR     =    ' WS-PROVISAO-ANTERIOR.
           DISPLAY '* VARIACAO ' WS-FONTE-VARIACAO
                                       '    =    ' WS-VARIACAO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-PAR + WS-LIDOS-TIT
                                    + WS-LIDOS-SOC.
           MOVE  WS-ITENS-CLASSIFICADOS    TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB803S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
