       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB810S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: FECHAMENTO MENSAL DO CICLO DO CARTAO E EMISSAO DA    *
      * FATURA. O EXTRATO DO VRB706S EH SO INFORMATIVO - NAO TEM DATA  *
      * DE FECHAMENTO, VENCIMENTO, PAGAMENTO MINIMO NEM SALDO          *
      * ROLADO. O CICLO EH O MES DO PARAMETRO PRFPARM (ANOMES), COM    *
      * FECHAMENTO NO ULTIMO DIA DO MES. ESTE PROGRAMA:                *
      *   1. CLASSIFICA POR CPF/DATA AS COMPRAS DO CICLO NO ARQMOV     *
      *      (SORT INTERNO);                                           *
      *   2. BATE POR CPF COM O MASTER DE FATURAS FATMST (CPF+CICLO),  *
      *      REGRAVANDO EM FATMSTN. A ULTIMA FATURA DO CPF AINDA NAO   *
      *      QUITADA (A OU M) VIRA R (ROLADA): A PARTE NAO PAGA PASSA  *
      *      A SER SALDO ROTATIVO NA FATURA NOVA E PAGA OS JUROS DO    *
      *      ROTATIVO (PARGET31 FATURA/ROTATIVO, % AO MES);            *
      *   3. GRAVA A FATURA DO CICLO: SALDO ANTERIOR, PAGAMENTOS       *
      *      RECEBIDOS, ROTATIVO, JUROS, COMPRAS, TOTAL E PAGAMENTO    *
      *      MINIMO (PARGET31 FATURA/PCTMINIM, PADRAO 15%), COM        *
      *      VENCIMENTO NO DIA FATURA/DIAVENC (PADRAO 10) DO MES       *
      *      SEGUINTE, ROLADO PARA DIA UTIL PELA VRB671S;              *
      *   4. IMPRIME A FATURA DO CLIENTE NO FATIMP.                    *
      * OS PAGAMENTOS SAO BAIXADOS NA FATURA PELO VRB811S. CICLO JA    *
      * FECHADO NO FATMST CANCELA (NAO HA REFECHAMENTO).               *
      * RODA SOBRE O ARQMOVN DO VRB812S: A PARCELA DO CICLO ENTRA COMO *
      * COMPRA COM 'PARCELA NN/QQ' E A COMPRA PARCELADA ORIGINAL NAO   *
      * EH COBRADA.                                                    *
      * CREDITO DE CONTESTACAO PROCEDENTE DO CICLO (VRB814S, ARQMOV COM*
      * PARCELAMENTO 'CRED') SAI COMO 'CREDITO (-)', SOMA EM CREDITOS E*
      * ABATE DO TOTAL DA FATURA, QUE NAO FICA NEGATIVO.               *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          COMPRA PARCELADA: PARCELA    *
      *                                   IMPRESSA COM NN/QQ E COMPRA  *
      *                                   ORIGINAL FORA DA FATURA      *
      *  15/10/2026 HUGO SAMPAIO          CREDITO DE CONTESTACAO NO    *
      *                                   CICLO EM FAT-CREDITOS,       *
      *                                   ABATENDO O TOTAL DA FATURA   *
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
           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT FATMOV         ASSIGN TO FATMOV
           FILE STATUS           IS        WS-FS-FMV.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT FATMSTN        ASSIGN TO FATMSTN
           FILE STATUS           IS        WS-FS-FATN.
      *----------------------------------------------------------------*
           SELECT FATIMP         ASSIGN TO FATIMP
           FILE STATUS           IS        WS-FS-IMP.
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
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-NOME                      PIC X(30).
           05 SW-DATA                      PIC 9(08).
           05 SW-VALOR                     PIC 9(15)V99.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  FATMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-FMV.

       01  REG-FMV.
           05 FMV-CPF                      PIC 9(11).
           05 FMV-NOME                     PIC X(30).
           05 FMV-DATA.
              10 FMV-ANO                   PIC 9(04).
              10 FMV-MES                   PIC 9(02).
              10 FMV-DIA                   PIC 9(02).
           05 FMV-VALOR                    PIC 9(15)V99.
           05 FMV-PARCELAMENTO.
              88 FMV-CREDITO                            VALUE 'CRED'.
              10 FMV-PARCELA               PIC 9(02).
              10 FMV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
      *   MASTER DE FATURAS: UMA POR CPF E CICLO, EM ORDEM DE CPF E    *
      *   CICLO. SITUACAO A = ABERTA, M = MINIMO PAGO, P = PAGA,       *
      *   R = ROLADA PARA A FATURA DO CICLO SEGUINTE.                  *
      *----------------------------------------------------------------*
       FD  FATMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-FAT.

       01  REG-FAT.
           05 FAT-CPF                      PIC 9(11).
           05 FAT-CICLO                    PIC 9(06).
           05 FAT-NOME                     PIC X(30).
           05 FAT-DATA-FECHAMENTO          PIC 9(08).
           05 FAT-DATA-VENCTO              PIC 9(08).
           05 FAT-SALDO-ANTERIOR           PIC 9(11)V99.
           05 FAT-PAGAMENTOS               PIC 9(11)V99.
           05 FAT-ROTATIVO                 PIC 9(11)V99.
           05 FAT-JUROS                    PIC 9(11)V99.
           05 FAT-COMPRAS                  PIC 9(11)V99.
           05 FAT-TOTAL                    PIC 9(11)V99.
           05 FAT-MINIMO                   PIC 9(11)V99.
           05 FAT-VALOR-PAGO               PIC 9(11)V99.
           05 FAT-DATA-ULT-PAGTO           PIC 9(08).
           05 FAT-SITUACAO                 PIC X(01).
              88 FAT-SIT-ABERTA                         VALUE 'A'.
              88 FAT-SIT-MINIMO                         VALUE 'M'.
              88 FAT-SIT-PAGA                           VALUE 'P'.
              88 FAT-SIT-ROLADA                         VALUE 'R'.
           05 FAT-TAXA-ROTATIVO            PIC 9(02)V9(04).
           05 FAT-CREDITOS                 PIC 9(11)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  FATMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-FATN.

       01  REG-FATN                        PIC X(200).
      *----------------------------------------------------------------*
       FD  FATIMP
           LABEL       RECORD IS OMITTED.

       01  REG-IMP                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-FMV                       PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-FATN                      PIC X(02)     VALUE '00'.
       77  WS-FS-IMP                       PIC X(02)     VALUE '00'.
       77  WS-FATMST-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-FAT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-FMV                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ULTIMA FATURA DO CPF (RETIDA ATE A QUEBRA) E FATURA NOVA     *
      *----------------------------------------------------------------*
       77  WS-TEM-ULTIMA                   PIC X(01)     VALUE 'N'.
           88 WS-TEM-ULTIMA-SIM                          VALUE 'S'.
       01  WS-FAT-ULTIMA.
           05 WS-ULT-CPF                   PIC 9(11).
           05 WS-ULT-CICLO                 PIC 9(06).
           05 WS-ULT-NOME                  PIC X(30).
           05 FILLER                       PIC X(16).
           05 WS-ULT-SALDO-ANTERIOR        PIC 9(11)V99.
           05 WS-ULT-PAGAMENTOS            PIC 9(11)V99.
           05 WS-ULT-ROTATIVO              PIC 9(11)V99.
           05 WS-ULT-JUROS                 PIC 9(11)V99.
           05 WS-ULT-COMPRAS               PIC 9(11)V99.
           05 WS-ULT-TOTAL                 PIC 9(11)V99.
           05 WS-ULT-MINIMO                PIC 9(11)V99.
           05 WS-ULT-VALOR-PAGO            PIC 9(11)V99.
           05 WS-ULT-DATA-ULT-PAGTO        PIC 9(08).
           05 WS-ULT-SITUACAO              PIC X(01).
           05 FILLER                       PIC X(24).
       01  WS-FAT-NOVA.
           05 WS-NOV-CPF                   PIC 9(11).
           05 WS-NOV-CICLO                 PIC 9(06).
           05 WS-NOV-NOME                  PIC X(30).
           05 WS-NOV-DATA-FECHAMENTO       PIC 9(08).
           05 WS-NOV-DATA-VENCTO           PIC 9(08).
           05 WS-NOV-SALDO-ANTERIOR        PIC 9(11)V99.
           05 WS-NOV-PAGAMENTOS            PIC 9(11)V99.
           05 WS-NOV-ROTATIVO              PIC 9(11)V99.
           05 WS-NOV-JUROS                 PIC 9(11)V99.
           05 WS-NOV-COMPRAS               PIC 9(11)V99.
           05 WS-NOV-TOTAL                 PIC 9(11)V99.
           05 WS-NOV-MINIMO                PIC 9(11)V99.
           05 WS-NOV-VALOR-PAGO            PIC 9(11)V99.
           05 WS-NOV-DATA-ULT-PAGTO        PIC 9(08).
           05 WS-NOV-SITUACAO              PIC X(01).
           05 WS-NOV-TAXA-ROTATIVO         PIC 9(02)V9(04).
           05 WS-NOV-CREDITOS              PIC 9(11)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *                 CICLO, DATAS E PARAMETROS                      *
      *----------------------------------------------------------------*
       77  WS-ANOMES-CICLO                 PIC 9(06)     VALUE ZEROS.
       77  WS-ANOMES-ANTERIOR              PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-PROX-MES                PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-PROX-MES-R REDEFINES WS-DATA-PROX-MES.
           05 WS-PROX-ANO                  PIC 9(04).
           05 WS-PROX-MES                  PIC 9(02).
           05 WS-PROX-DIA                  PIC 9(02).
       77  WS-DATA-FECHAMENTO              PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-VENCTO                  PIC 9(08)     VALUE ZEROS.
       77  WS-TAXA-ROTATIVO                PIC 9(02)V9(04) VALUE ZEROS.
       77  WS-PCT-MINIMO                   PIC 9(03)V99  VALUE 15,00.
       77  WS-DIA-VENCTO                   PIC 9(02)     VALUE 10.
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
       01  WS-VC-TAXA-R REDEFINES WS-VC-AREA.
           05 WS-VC-TAXA                   PIC 9(02)V9(04).
           05 FILLER                       PIC X(34).
       01  WS-VC-PCT-R REDEFINES WS-VC-AREA.
           05 WS-VC-PERCENTUAL             PIC 9(03)V9(02).
           05 FILLER                       PIC X(35).
       01  WS-VC-DIA-R REDEFINES WS-VC-AREA.
           05 WS-VC-DIA                    PIC 9(02).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *             ROTINAS DE DIAS CORRIDOS E DIAS UTEIS              *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE             PIC 9(08).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO        PIC 9(08).
           05  WS-DP-RETORNO               PIC X(01).
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-MOVTOS-CICLO                 PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELADOS-ORIG              PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FAT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-FATN                PIC 9(07)     VALUE ZEROS.
       77  WS-FATURAS-EMITIDAS             PIC 9(07)     VALUE ZEROS.
       77  WS-FATURAS-ROLADAS              PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-IMP                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-COMPRAS                  PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-CREDITOS                 PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-JUROS                    PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-FATURADO                 PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB810S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB810S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DA FATURA IMPRESSA                      *
      *----------------------------------------------------------------*
       01  CAB-01.
           05 FILLER                       PIC X(29)  VALUE SPACES.
           05 FILLER                       PIC X(16)  VALUE
                                           'BRADESCO CARTOES'.
           05 FILLER                       PIC X(13)  VALUE SPACES.
           05 FILLER                       PIC X(12)  VALUE
                                           'FATURA CICLO'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CAB1-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CAB1-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-CLIENTE.
           05 FILLER                       PIC X(09)  VALUE 'CLIENTE: '.
           05 CABC-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE '  CPF: '.
           05 CABC-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(23)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-DATAS.
           05 FILLER                       PIC X(12)  VALUE
                                           'FECHAMENTO: '.
           05 CABD-DIA-FEC                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABD-MES-FEC                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABD-ANO-FEC                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE
                                           '    VENCIMENTO: '.
           05 CABD-DIA-VEN                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABD-MES-VEN                 PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABD-ANO-VEN                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(32)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  DET-COMPRA.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETC-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETC-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 DETC-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-PARCELAMENTO.
              10 DETC-ROTULO               PIC X(08)  VALUE SPACES.
              10 DETC-PARCELA              PIC 9(02)  VALUE ZEROS.
              10 DETC-BARRA                PIC X(01)  VALUE SPACES.
              10 DETC-QTD-PARCELAS         PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-LINHA.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 TOTL-ROTULO                  PIC X(20)  VALUE SPACES.
           05 TOTL-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(34)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-TAXA.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(20)  VALUE
                                           'TAXA DO ROTATIVO...:'.
           05 TOTT-TAXA                    PIC ZZ9,9999 VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE ' % A.M.'.
           05 FILLER                       PIC X(42)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETRO
               THRU 0050-99-LE-PARAMETRO-EXIT.
           PERFORM 0100-CLASSIFICA-MOVTOS
               THRU 0100-99-CLASSIFICA-MOVTOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-FAT         EQUAL '10'
                     AND WS-FS-FMV         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETRO                   SECTION.
      *================================================================*
      * CICLO A FECHAR (PRFPARM ANOMES), DATA DE FECHAMENTO (ULTIMO    *
      * DIA DO MES) E VENCIMENTO NO MES SEGUINTE, EM DIA UTIL.         *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETRO'        TO         WS-CODIGO-AREA.

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
           MOVE  PARM-ANOMES               TO         WS-ANOMES-CICLO.
           CLOSE PRFPARM.

           MOVE  PARM-ANO                  TO         WS-PROX-ANO.
           MOVE  PARM-MES                  TO         WS-PROX-MES.
           MOVE  01                        TO         WS-PROX-DIA.
           IF    WS-PROX-MES               EQUAL      12
                 ADD  1                    TO         WS-PROX-ANO
                 MOVE 01                   TO         WS-PROX-MES
           ELSE
                 ADD  1                    TO         WS-PROX-MES
           END-IF.

           IF    PARM-MES                  EQUAL      01
                 COMPUTE WS-ANOMES-ANTERIOR = (PARM-ANO - 1) * 100
                                            + 12
           ELSE
                 COMPUTE WS-ANOMES-ANTERIOR = WS-ANOMES-CICLO - 1
           END-IF.

           MOVE  WS-DATA-PROX-MES          TO         WS-DP-DATA-BASE.
           MOVE  -1                        TO         WS-DP-DIAS-SOMAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DA DATA DE FECHAMENTO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO    WS-DATA-FECHAMENTO.

           PERFORM 0060-CARREGA-PARAMETROS
               THRU 0060-99-CARREGA-PARAMETROS-EXIT.

           MOVE  WS-DIA-VENCTO             TO         WS-PROX-DIA.
           MOVE  'P'                       TO         WS-671-FUNCAO.
           MOVE  WS-DATA-PROX-MES          TO         WS-671-DATA-BASE.
           MOVE  ZEROS                     TO         WS-671-DIAS-SOMAR.
           CALL  WS-VRB671S                USING      WS-671-PARM.
           IF    WS-671-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DO VENCIMENTO DA FATURA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-671-DATA-RESULTADO     TO         WS-DATA-VENCTO.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       0060-CARREGA-PARAMETROS             SECTION.
      *================================================================*
      * PARMMST DOMINIO FATURA NA DATA DE FECHAMENTO: ROTATIVO (TAXA   *
      * 9(2)V9(4) % A.M., OBRIGATORIA), PCTMINIM (9(3)V99, PADRAO 15)  *
      * E DIAVENC (DIA DO VENCIMENTO 01-28, PADRAO 10).                *
      *----------------------------------------------------------------*
           MOVE '0060-CARREGA-PARAMETROS'  TO         WS-CODIGO-AREA.

           MOVE 'FATURA'                   TO         WS-PGT-DOMINIO.
           MOVE 'ROTATIVO'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-FECHAMENTO         TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:6) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'TAXA DO ROTATIVO NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-TAXA         TO         WS-TAXA-ROTATIVO
               WHEN 'V'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TAXA DO ROTATIVO SEM LINHA EM VIGOR NO PARMMST'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.

           MOVE 'PCTMINIM'                 TO         WS-PGT-CHAVE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:5) NOT NUMERIC
                   OR  WS-VC-PERCENTUAL    GREATER    100
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PERCENTUAL DO MINIMO NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-PERCENTUAL   TO         WS-PCT-MINIMO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.

           MOVE 'DIAVENC'                  TO         WS-PGT-CHAVE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:2) NOT NUMERIC
                   OR  WS-VC-DIA           LESS       1
                   OR  WS-VC-DIA           GREATER    28
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'DIA DE VENCIMENTO NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-DIA          TO         WS-DIA-VENCTO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.
      *----------------------------------------------------------------*
       0060-99-CARREGA-PARAMETROS-EXIT.    EXIT.
      *================================================================*
       0069-PARMMST-INDISPONIVEL           SECTION.
      *================================================================*
           MOVE '   '                      TO         WS-AREA-STAT.
           MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       0069-99-PARMMST-INDISPONIVEL-EXIT.  EXIT.
      *================================================================*
       0100-CLASSIFICA-MOVTOS              SECTION.
      *================================================================*
      * FILTRA AS COMPRAS DO CICLO E CLASSIFICA POR CPF E DATA NO      *
      * ARQUIVO DE TRABALHO FATMOV PARA O BATIMENTO COM O FATMST.      *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-MOVTOS'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-DATA
                INPUT  PROCEDURE IS        0150-LE-ARQMOV
                GIVING                     FATMOV.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-MOVTOS-EXIT.     EXIT.
      *================================================================*
       0150-LE-ARQMOV                      SECTION.
      *================================================================*
           MOVE '0150-LE-ARQMOV'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     ARQMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-MOVTO
               THRU 0160-99-RELEASE-MOVTO-EXIT
                   UNTIL WS-FS-MOV         EQUAL '10'.

           CLOSE ARQMOV.
      *----------------------------------------------------------------*
       0150-99-LE-ARQMOV-EXIT.             EXIT.
      *================================================================*
       0160-RELEASE-MOVTO                  SECTION.
      *================================================================*
           READ  ARQMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-MOV
               IF  MOV-PARCELAMENTO        NUMERIC
               AND MOV-PARCELA             EQUAL      ZEROS
               AND MOV-QTD-PARCELAS        GREATER    1
                   ADD  1                  TO    WS-PARCELADOS-ORIG
                   GO TO 0160-99-RELEASE-MOVTO-EXIT
               END-IF
               IF  MOV-DATA (1:6)          EQUAL      WS-ANOMES-CICLO
                   ADD  1                  TO         WS-MOVTOS-CICLO
                   MOVE REG-MOV            TO         REG-SORTWK
                   RELEASE REG-SORTWK
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-MOVTO-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FATMOV.
           IF    WS-FS-FMV                 NOT EQUAL  '00'
                 MOVE WS-FS-FMV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB FATMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRO FECHAMENTO: SEM O MASTER FATMST (35) NAO HA FATURA
      * ANTERIOR.
           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-FAT
                 MOVE HIGH-VALUES          TO         WS-CPF-FAT
           ELSE
                 IF  WS-FS-FAT             NOT EQUAL  '00'
                     MOVE WS-FS-FAT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-FATMST-ABERTO
                 PERFORM 1100-LER-FATMST THRU 1100-99-LER-FATMST-EXIT
           END-IF.

           OPEN  OUTPUT                    FATMSTN.
           IF    WS-FS-FATN                NOT EQUAL  '00'
                 MOVE WS-FS-FATN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO FATMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    FATIMP.
           IF    WS-FS-IMP                 NOT EQUAL  '00'
                 MOVE WS-FS-IMP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA IMPRESSAO FATIMP'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-ANOMES-CICLO (5:2)      TO         CAB1-MES.
           MOVE WS-ANOMES-CICLO (1:4)      TO         CAB1-ANO.
           MOVE WS-DATA-FECHAMENTO (7:2)   TO         CABD-DIA-FEC.
           MOVE WS-DATA-FECHAMENTO (5:2)   TO         CABD-MES-FEC.
           MOVE WS-DATA-FECHAMENTO (1:4)   TO         CABD-ANO-FEC.
           MOVE WS-DATA-VENCTO (7:2)       TO         CABD-DIA-VEN.
           MOVE WS-DATA-VENCTO (5:2)       TO         CABD-MES-VEN.
           MOVE WS-DATA-VENCTO (1:4)       TO         CABD-ANO-VEN.

           PERFORM 1200-LER-FATMOV   THRU  1200-99-LER-FATMOV-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-FATMST                     SECTION.
      *================================================================*
           READ FATMST.

           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE '1100-LER-FATMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FAT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-FAT
           ELSE
               MOVE FAT-CPF                TO         WS-CPF-FAT
               ADD  1                      TO         WS-LIDOS-FAT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-FATMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-FATMOV                     SECTION.
      *================================================================*
           READ FATMOV.

           IF  WS-FS-FMV   NOT EQUAL '00'
           AND WS-FS-FMV   NOT EQUAL '10'
               MOVE '1200-LER-FATMOV'      TO         WS-CODIGO-AREA
               MOVE WS-FS-FMV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO FATMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FMV                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-FMV
           ELSE
               MOVE FMV-CPF                TO         WS-CPF-FMV
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-FATMOV-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE POR CPF: COPIA AS FATURAS ANTIGAS DO CPF RETENDO  *
      * A ULTIMA, ROLA O QUE FICOU SEM PAGAR E EMITE A FATURA DO CICLO *
      * QUANDO HA COMPRA OU SALDO A ROLAR.                             *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CPF-FAT                 TO         WS-CPF-MENOR.
           IF  WS-CPF-FMV                  LESS       WS-CPF-MENOR
               MOVE WS-CPF-FMV             TO         WS-CPF-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-ULTIMA.
           PERFORM 2100-COPIA-FATURA
               THRU 2100-99-COPIA-FATURA-EXIT
                   UNTIL WS-CPF-FAT        NOT EQUAL  WS-CPF-MENOR.

           INITIALIZE                      WS-FAT-NOVA.
           MOVE WS-CPF-MENOR               TO         WS-NOV-CPF.
           MOVE WS-ANOMES-CICLO            TO         WS-NOV-CICLO.
           MOVE WS-DATA-FECHAMENTO         TO   WS-NOV-DATA-FECHAMENTO.
           MOVE WS-DATA-VENCTO             TO    WS-NOV-DATA-VENCTO.
           MOVE WS-TAXA-ROTATIVO           TO   WS-NOV-TAXA-ROTATIVO.
           MOVE 'A'                        TO         WS-NOV-SITUACAO.

           IF  WS-TEM-ULTIMA-SIM
               PERFORM 2200-ROLA-ULTIMA
                   THRU 2200-99-ROLA-ULTIMA-EXIT
           END-IF.

           IF  WS-CPF-FMV                  EQUAL      WS-CPF-MENOR
           OR  WS-NOV-ROTATIVO             GREATER    ZEROS
               PERFORM 2500-EMITE-FATURA
                   THRU 2500-99-EMITE-FATURA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-COPIA-FATURA                   SECTION.
      *================================================================*
      * A FATURA RETIDA ANTERIOR VAI PARA O MASTER NOVO SEM MUDANCA;   *
      * A CORRENTE PASSA A SER A RETIDA.                               *
      *----------------------------------------------------------------*
           IF  WS-TEM-ULTIMA-SIM
               WRITE REG-FATN              FROM       WS-FAT-ULTIMA
               PERFORM 8100-FS-FATMSTN THRU 8100-99-FS-FATMSTN-EXIT
           END-IF.

           IF  FAT-CICLO               NOT LESS       WS-ANOMES-CICLO
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'CICLO DO PRFPARM JA FECHADO NO MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE REG-FAT                    TO         WS-FAT-ULTIMA.
           MOVE 'S'                        TO         WS-TEM-ULTIMA.

           PERFORM 1100-LER-FATMST   THRU  1100-99-LER-FATMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-COPIA-FATURA-EXIT.          EXIT.
      *================================================================*
       2200-ROLA-ULTIMA                    SECTION.
      *================================================================*
      * ULTIMA FATURA AINDA NAO QUITADA (A OU M): O SALDO NAO PAGO     *
      * VIRA ROTATIVO DA FATURA NOVA, COM OS JUROS DO MES, E A ANTIGA  *
      * FICA R. FATURA DO CICLO ANTERIOR JA PAGA SO INFORMA SALDO      *
      * ANTERIOR E PAGAMENTOS NA FATURA NOVA.                          *
      *----------------------------------------------------------------*
           MOVE WS-ULT-NOME                TO         WS-NOV-NOME.

           IF  WS-ULT-SITUACAO             EQUAL      'A'
           OR  WS-ULT-SITUACAO             EQUAL      'M'
               MOVE WS-ULT-TOTAL       TO  WS-NOV-SALDO-ANTERIOR
               MOVE WS-ULT-VALOR-PAGO  TO  WS-NOV-PAGAMENTOS
               IF  WS-ULT-TOTAL            GREATER    WS-ULT-VALOR-PAGO
                   COMPUTE WS-NOV-ROTATIVO = WS-ULT-TOTAL
                                           - WS-ULT-VALOR-PAGO
                   COMPUTE WS-NOV-JUROS ROUNDED =
                           WS-NOV-ROTATIVO * WS-TAXA-ROTATIVO / 100
               END-IF
               MOVE 'R'                    TO         WS-ULT-SITUACAO
               ADD  1                      TO    WS-FATURAS-ROLADAS
           ELSE
               IF  WS-ULT-SITUACAO         EQUAL      'P'
               AND WS-ULT-CICLO            EQUAL      WS-ANOMES-ANTERIOR
                   MOVE WS-ULT-TOTAL   TO  WS-NOV-SALDO-ANTERIOR
                   MOVE WS-ULT-VALOR-PAGO TO WS-NOV-PAGAMENTOS
               END-IF
           END-IF.

           WRITE REG-FATN                  FROM       WS-FAT-ULTIMA.
           PERFORM 8100-FS-FATMSTN THRU 8100-99-FS-FATMSTN-EXIT.
      *----------------------------------------------------------------*
       2200-99-ROLA-ULTIMA-EXIT.           EXIT.
      *================================================================*
       2500-EMITE-FATURA                   SECTION.
      *================================================================*
      * IMPRIME O CABECALHO, UMA LINHA POR COMPRA DO CICLO E O QUADRO  *
      * DE TOTAIS, E GRAVA A FATURA NOVA NO FATMSTN.                   *
      *----------------------------------------------------------------*
           MOVE '2500-EMITE-FATURA'        TO         WS-CODIGO-AREA.

           IF  WS-CPF-FMV                  EQUAL      WS-CPF-MENOR
               MOVE FMV-NOME               TO         WS-NOV-NOME
           END-IF.

           MOVE WS-NOV-NOME                TO         CABC-NOME.
           MOVE WS-NOV-CPF                 TO         CABC-CPF.
           WRITE REG-IMP                   FROM       CAB-01.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
           WRITE REG-IMP                   FROM       CAB-CLIENTE.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
           WRITE REG-IMP                   FROM       CAB-DATAS.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
           WRITE REG-IMP                   FROM       CAB-TRACO.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.

           PERFORM 2600-IMPRIME-COMPRA
               THRU 2600-99-IMPRIME-COMPRA-EXIT
                   UNTIL WS-CPF-FMV        NOT EQUAL  WS-CPF-MENOR.

           IF  WS-NOV-CREDITOS     NOT LESS   WS-NOV-ROTATIVO
                                                + WS-NOV-JUROS
                                                + WS-NOV-COMPRAS
               MOVE ZEROS                  TO         WS-NOV-TOTAL
           ELSE
               COMPUTE WS-NOV-TOTAL = WS-NOV-ROTATIVO
                                    + WS-NOV-JUROS
                                    + WS-NOV-COMPRAS
                                    - WS-NOV-CREDITOS
           END-IF.
           COMPUTE WS-NOV-MINIMO ROUNDED =
                   WS-NOV-TOTAL * WS-PCT-MINIMO / 100.

           WRITE REG-IMP                   FROM       CAB-TRACO.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
           MOVE 'SALDO ANTERIOR.....:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-SALDO-ANTERIOR      TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'PAGAMENTOS.........:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-PAGAMENTOS          TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'SALDO ROTATIVO.....:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-ROTATIVO            TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'JUROS DO ROTATIVO..:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-JUROS               TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'COMPRAS DO CICLO...:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-COMPRAS             TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'CREDITOS...........:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-CREDITOS            TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'TOTAL DA FATURA....:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-TOTAL               TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE 'PAGAMENTO MINIMO...:'     TO         TOTL-ROTULO.
           MOVE WS-NOV-MINIMO              TO         TOTL-VALOR.
           PERFORM 2700-IMPRIME-TOTAL THRU 2700-99-IMPRIME-TOTAL-EXIT.
           MOVE WS-TAXA-ROTATIVO           TO         TOTT-TAXA.
           WRITE REG-IMP                   FROM       TOT-TAXA.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
           MOVE SPACES                     TO         REG-IMP.
           WRITE REG-IMP.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.

           WRITE REG-FATN                  FROM       WS-FAT-NOVA.
           PERFORM 8100-FS-FATMSTN THRU 8100-99-FS-FATMSTN-EXIT.

           ADD  1                          TO    WS-FATURAS-EMITIDAS.
           ADD  WS-NOV-COMPRAS             TO    WS-TOT-COMPRAS.
           ADD  WS-NOV-CREDITOS            TO    WS-TOT-CREDITOS.
           ADD  WS-NOV-JUROS               TO    WS-TOT-JUROS.
           ADD  WS-NOV-TOTAL               TO    WS-TOT-FATURADO.
      *----------------------------------------------------------------*
       2500-99-EMITE-FATURA-EXIT.          EXIT.
      *================================================================*
       2600-IMPRIME-COMPRA                 SECTION.
      *================================================================*
           IF  FMV-CREDITO
               ADD  FMV-VALOR              TO         WS-NOV-CREDITOS
           ELSE
               ADD  FMV-VALOR              TO         WS-NOV-COMPRAS
           END-IF.

           MOVE FMV-DIA                    TO         DETC-DIA.
           MOVE FMV-MES                    TO         DETC-MES.
           MOVE FMV-ANO                    TO         DETC-ANO.
           MOVE FMV-VALOR                  TO         DETC-VALOR.
           EVALUATE TRUE
               WHEN FMV-CREDITO
                   MOVE 'CREDITO (-)'      TO      DETC-PARCELAMENTO
               WHEN FMV-PARCELAMENTO       NUMERIC
               AND  FMV-PARCELA            GREATER    ZEROS
                   MOVE 'PARCELA '         TO         DETC-ROTULO
                   MOVE FMV-PARCELA        TO         DETC-PARCELA
                   MOVE '/'                TO         DETC-BARRA
                   MOVE FMV-QTD-PARCELAS   TO      DETC-QTD-PARCELAS
               WHEN OTHER
                   MOVE SPACES             TO      DETC-PARCELAMENTO
           END-EVALUATE.
           WRITE REG-IMP                   FROM       DET-COMPRA.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.

           PERFORM 1200-LER-FATMOV   THRU  1200-99-LER-FATMOV-EXIT.
      *----------------------------------------------------------------*
       2600-99-IMPRIME-COMPRA-EXIT.        EXIT.
      *================================================================*
       2700-IMPRIME-TOTAL                  SECTION.
      *================================================================*
           WRITE REG-IMP                   FROM       TOT-LINHA.
           PERFORM 8200-FS-FATIMP THRU 8200-99-FS-FATIMP-EXIT.
      *----------------------------------------------------------------*
       2700-99-IMPRIME-TOTAL-EXIT.         EXIT.
      *================================================================*
       8100-FS-FATMSTN                     SECTION.
      *================================================================*
           IF  WS-FS-FATN                  NOT EQUAL  '00'
               MOVE WS-FS-FATN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO FATMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-FATN.
      *----------------------------------------------------------------*
       8100-99-FS-FATMSTN-EXIT.            EXIT.
      *================================================================*
       8200-FS-FATIMP                      SECTION.
      *================================================================*
           IF  WS-FS-IMP                   NOT EQUAL  '00'
               MOVE WS-FS-IMP              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NA IMPRESSAO FATIMP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-IMP.
      *----------------------------------------------------------------*
       8200-99-FS-FATIMP-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE FATMOV  FATMSTN  FATIMP.
           IF  WS-FATMST-ABERTO            EQUAL      'S'
               CLOSE FATMST
           END-IF.

           IF  WS-FS-FMV                   NOT EQUAL  '00'
           OR  WS-FS-FATN                  NOT EQUAL  '00'
           OR  WS-FS-IMP                   NOT EQUAL  '00'
               MOVE WS-FS-FATN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* CICLO FECHADO         =    ' WS-ANOMES-CICLO.
           DISPLAY '* VENCIMENTO            =    ' WS-DATA-VENCTO.
           DISPLAY '* LIDOS EM ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* COMPRAS DO CICLO      =    ' WS-MOVTOS-CICLO.
           DISPLAY '* PARCELADOS ORIGINAIS  =    ' WS-PARCELADOS-ORIG.
           DISPLAY '* FATURAS ANTERIORES    =    ' WS-LIDOS-FAT.
           DISPLAY '* FATURAS ROLADAS       =    ' WS-FATURAS-ROLADAS.
           DISPLAY '* FATURAS EMITIDAS      =    ' WS-FATURAS-EMITIDAS.
           DISPLAY '* GRAVADOS EM FATMSTN   =    ' WS-GRAVADOS-FATN.
           DISPLAY '* VALOR EM COMPRAS      =    ' WS-TOT-COMPRAS.
           DISPLAY '* VALOR EM CREDITOS     =    ' WS-TOT-CREDITOS.
           DISPLAY '* JUROS DO ROTATIVO     =    ' WS-TOT-JUROS.
           DISPLAY '* TOTAL FATURADO        =    ' WS-TOT-FATURADO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-MOVTOS-CICLO           TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-FATN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB810S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
