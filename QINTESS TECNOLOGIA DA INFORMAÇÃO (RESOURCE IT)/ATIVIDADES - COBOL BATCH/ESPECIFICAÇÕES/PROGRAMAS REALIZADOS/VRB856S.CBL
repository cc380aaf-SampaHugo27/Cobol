       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB856S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CALCULO DA RESCISAO DO CONTRATO DE TRABALHO. O RH    *
      * INFORMA NO MOVIMENTO RESCMOV, POR FUNCIONARIO, A DATA DE       *
      * ADMISSAO, A DATA DO AFASTAMENTO, A CAUSA (S SEM JUSTA CAUSA,   *
      * P PEDIDO DE DEMISSAO, J JUSTA CAUSA, A ACORDO), O AVISO        *
      * PREVIO (T TRABALHADO, I INDENIZADO/NAO CUMPRIDO) E OS PERIODOS *
      * DE FERIAS VENCIDAS NAO GOZADAS. PARA CADA UM O PROGRAMA:       *
      *   1. APURA SALDO DE SALARIO, AVISO INDENIZADO (30 DIAS MAIS 3  *
      *      POR ANO COMPLETO, ATE 90; METADE NO ACORDO), FERIAS       *
      *      VENCIDAS E PROPORCIONAIS COM O TERCO E O 13O PROPORCIONAL *
      *      (AVOS CONTADOS ATE A DATA PROJETADA PELO AVISO), MENOS O  *
      *      ADIANTAMENTO DO 13O JA PAGO NO ANO (FOLHIST);             *
      *   2. DESCONTA INSS E IRRF SEPARADOS SOBRE O SALDO DE SALARIO E *
      *      SOBRE O 13O (AVISO E FERIAS INDENIZADOS SAO ISENTOS) E O  *
      *      AVISO NAO CUMPRIDO NO PEDIDO DE DEMISSAO;                 *
      *   3. CALCULA O FGTS DO MES RESCISORIO E A MULTA (40 PORCENTO   *
      *      SEM JUSTA CAUSA, 20 NO ACORDO) SOBRE O SALDO DO HISTORICO *
      *      FGTSHIS DO VRB854S;                                       *
      *   4. IMPRIME O TRCT (RELTRCT), GRAVA O LIQUIDO NO RESCNET (NO  *
      *      LAYOUT DO CADNET, ENTRADA DO CREDITO VRB741S), ESTENDE O  *
      *      FOLHIST (RODADA 'R' E, HAVENDO 13O, RODADA '2') E O       *
      *      FGTSMOV (RODADA 'R');                                     *
      *   5. REGRAVA O CADASTRO EM CADFUNN COM O FUNCIONARIO MARCADO   *
      *      COMO DESLIGADO (A FOLHA VRB740S DEIXA DE PAGA-LO).        *
      * MOVIMENTO INVALIDO, REPETIDO, DE FUNCIONARIO JA DESLIGADO OU   *
      * FORA DO CADFUN VAI PARA O RESCREJ.                             *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          RESCNET NO CADNET DE 120     *
      *                                   POSICOES; DESCONTOS DE       *
      *                                   CONSIGNADO E BENEFICIOS      *
      *                                   ZERADOS NA RESCISAO          *
      *  15/10/2026 HUGO SAMPAIO          CAMPO NET-DISSIDIO NO        *
      *                                   RESCNET, ZERADO NA RESCISAO  *
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

           SELECT RESCMOV        ASSIGN TO RESCMOV
           FILE STATUS           IS        WS-FS-RSC.
      *----------------------------------------------------------------*
           SELECT CADFUN         ASSIGN TO CADFUN
           FILE STATUS           IS        WS-FS-FUN.
      *----------------------------------------------------------------*
           SELECT CADFUNN        ASSIGN TO CADFUNN
           FILE STATUS           IS        WS-FS-FUNN.
      *----------------------------------------------------------------*
           SELECT FGTSHIS        ASSIGN TO FGTSHIS
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT FOLHIST        ASSIGN TO FOLHIST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT FGTSMOV        ASSIGN TO FGTSMOV
           FILE STATUS           IS        WS-FS-FGM.
      *----------------------------------------------------------------*
           SELECT INSSPARM       ASSIGN TO INSSPARM
           FILE STATUS           IS        WS-FS-INS.
      *----------------------------------------------------------------*
           SELECT IRRFPARM       ASSIGN TO IRRFPARM
           FILE STATUS           IS        WS-FS-IRF.
      *----------------------------------------------------------------*
           SELECT RESCNET        ASSIGN TO RESCNET
           FILE STATUS           IS        WS-FS-NET.
      *----------------------------------------------------------------*
           SELECT RESCREJ        ASSIGN TO RESCREJ
           FILE STATUS           IS        WS-FS-RRJ.
      *----------------------------------------------------------------*
           SELECT RELTRCT        ASSIGN TO RELTRCT
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   MOVIMENTO DE RESCISOES INFORMADO PELO RH                     *
      *----------------------------------------------------------------*
       FD  RESCMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-RSC.

       01  REG-RSC.
           05 RSC-CODIGO                   PIC 9(05).
           05 RSC-DATA-DESLIG              PIC 9(08).
           05 RSC-TIPO                     PIC X(01).
              88 RSC-SEM-JUSTA-CAUSA                   VALUE 'S'.
              88 RSC-PEDIDO-DEMISSAO                   VALUE 'P'.
              88 RSC-JUSTA-CAUSA                       VALUE 'J'.
              88 RSC-ACORDO                            VALUE 'A'.
              88 RSC-TIPO-VALIDO                       VALUE 'S' 'P'
                                                             'J' 'A'.
           05 RSC-AVISO                    PIC X(01).
              88 RSC-AVISO-TRABALHADO                  VALUE 'T'.
              88 RSC-AVISO-INDENIZADO                  VALUE 'I'.
              88 RSC-AVISO-VALIDO                      VALUE 'T' 'I'.
           05 RSC-DATA-ADMISSAO            PIC 9(08).
           05 RSC-FERIAS-VENCIDAS          PIC 9(01).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       FD  CADFUN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FUN.

       01  REG-FUN.
           05 FUN-CODIGO                   PIC 9(05).
           05 FUN-NOME                     PIC X(20).
           05 FUN-SALARIO-BRUTO            PIC 9(05)V99.
           05 FUN-BANCO                    PIC 9(03).
           05 FUN-AGENCIA                  PIC 9(05).
           05 FUN-CONTA-CORRENTE           PIC 9(10).
           05 FUN-SITUACAO                 PIC X(01).
              88 FUN-DESLIGADO                         VALUE 'D'.
           05 FUN-DATA-DESLIG              PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  CADFUNN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FUNN.

       01  REG-FUNN                        PIC X(80).
      *----------------------------------------------------------------*
      *   HISTORICO DE SALDO DO FGTS MANTIDO PELO VRB854S              *
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
      *   HISTORICO DE FOLHA: LIDO PARA O ADIANTAMENTO DO 13O E DEPOIS *
      *   ESTENDIDO COM A RESCISAO                                     *
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
           05 HST-BRUTO                    PIC 9(07)V99.
           05 HST-INSS                     PIC 9(07)V99.
           05 HST-IRRF                     PIC 9(07)V99.
           05 HST-CONSIGNADO               PIC 9(07)V99.
           05 HST-LIQUIDO                  PIC 9(07)V99.
           05 HST-ISENTO                   PIC 9(07)V99.
           05 HST-DATA                     PIC 9(08).
           05 FILLER                       PIC X(06).
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
       FD  INSSPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-INS.

       01  REG-INS.
           05 INS-LIMITE                   PIC 9(07)V99.
           05 INS-ALIQUOTA                 PIC 9(02)V99.
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
       FD  IRRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-IRF.

       01  REG-IRF.
           05 IRF-LIMITE                   PIC 9(07)V99.
           05 IRF-ALIQUOTA                 PIC 9(02)V99.
           05 IRF-DEDUZIR                  PIC 9(07)V99.
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
      *   LIQUIDO DA RESCISAO NO LAYOUT DO CADNET (CREDITO VRB741S)    *
      *----------------------------------------------------------------*
       FD  RESCNET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NET.

       01  REG-NET.
           05 NET-CODIGO                   PIC 9(05).
           05 NET-NOME                     PIC X(20).
           05 NET-BRUTO                    PIC 9(05)V99.
           05 NET-INSS                     PIC 9(05)V99.
           05 NET-IRRF                     PIC 9(05)V99.
           05 NET-LIQUIDO                  PIC 9(05)V99.
           05 NET-BANCO                    PIC 9(03).
           05 NET-AGENCIA                  PIC 9(05).
           05 NET-CONTA-CORRENTE           PIC 9(10).
           05 NET-FGTS                     PIC 9(05)V99.
           05 FILLER                       PIC X(02).
           05 NET-CONSIGNADO               PIC 9(05)V99.
           05 NET-VT                       PIC 9(05)V99.
           05 NET-VR                       PIC 9(05)V99.
           05 NET-SAUDE                    PIC 9(05)V99.
           05 NET-DISSIDIO                 PIC 9(05)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  RESCREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RRJ.

       01  REG-RRJ.
           05 RRJ-REGISTRO                 PIC X(40).
           05 RRJ-MOTIVO                   PIC X(40).
      *----------------------------------------------------------------*
       FD  RELTRCT
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-RSC                       PIC X(02)     VALUE '00'.
       77  WS-FS-FUN                       PIC X(02)     VALUE '00'.
       77  WS-FS-FUNN                      PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-FGM                       PIC X(02)     VALUE '00'.
       77  WS-FS-INS                       PIC X(02)     VALUE '00'.
       77  WS-FS-IRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-NET                       PIC X(02)     VALUE '00'.
       77  WS-FS-RRJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-LIDOS-RSC                    PIC 9(05)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-RESCISOES                    PIC 9(05)     VALUE ZEROS.
       77  WS-LIDOS-FUN                    PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-FUN                 PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-HST                 PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-FGM                 PIC 9(05)     VALUE ZEROS.
       77  WS-TOT-LIQUIDO                  PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-MULTA                    PIC 9(11)V99  VALUE ZEROS.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *          MOVIMENTO DE RESCISOES CARREGADO (ATE 200)            *
      *----------------------------------------------------------------*
       77  WS-QTDE-RSC                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-RSC                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-RSC-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-RSC-PROCURA                  PIC 9(05)     VALUE ZEROS.
       01  WS-TAB-RSC.
           05 WS-RSC-ITEM                  OCCURS 200 TIMES.
              10 WS-RSC-CODIGO             PIC 9(05).
              10 WS-RSC-DESLIG             PIC 9(08).
              10 WS-RSC-TIPO               PIC X(01).
              10 WS-RSC-AVISO              PIC X(01).
              10 WS-RSC-ADMISSAO           PIC 9(08).
              10 WS-RSC-VENCIDAS           PIC 9(01).
              10 WS-RSC-ADIANT-13          PIC 9(07)V99.
              10 WS-RSC-13-QUITADO         PIC X(01).
              10 WS-RSC-SALDO-FGTS         PIC 9(11)V99.
              10 WS-RSC-ANOMES-FGTS        PIC 9(06).
              10 WS-RSC-USADO              PIC X(01).
              10 WS-RSC-REGISTRO           PIC X(40).
      *----------------------------------------------------------------*
      *                 DATAS DO CONTRATO                              *
      *----------------------------------------------------------------*
       01  WS-DATA-ADM                     PIC 9(08)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-DATA-ADM.
           05 WS-ADM-ANO                   PIC 9(04).
           05 WS-ADM-MES                   PIC 9(02).
           05 WS-ADM-DIA                   PIC 9(02).
       01  WS-DATA-DES                     PIC 9(08)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-DATA-DES.
           05 WS-DES-ANO                   PIC 9(04).
           05 WS-DES-MES                   PIC 9(02).
           05 WS-DES-DIA                   PIC 9(02).
       01  WS-DATA-PRJ                     PIC 9(08)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-DATA-PRJ.
           05 WS-PRJ-ANO                   PIC 9(04).
           05 WS-PRJ-MES                   PIC 9(02).
           05 WS-PRJ-DIA                   PIC 9(02).
       01  WS-DATA-VAL                     PIC 9(08)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-DATA-VAL.
           05 WS-VAL-ANO                   PIC 9(04).
           05 WS-VAL-MES                   PIC 9(02).
           05 WS-VAL-DIA                   PIC 9(02).
       77  WS-DATA-OK                      PIC X(01)     VALUE 'N'.
       77  WS-ULTIMO-DIA                   PIC 9(02)     VALUE ZEROS.
       01  WS-TAB-DIAS-MES-X.
           05  FILLER                      PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES       WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES-OCR             PIC 9(02)   OCCURS 12 TIMES.
       77  WS-DIV-ANO                      PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-4                      PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-100                    PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-400                    PIC 9(04)     VALUE ZEROS.
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-670-PARM.
           05  WS-670-DATA-BASE            PIC 9(08).
           05  WS-670-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-670-DATA-RESULTADO       PIC 9(08).
           05  WS-670-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                 APURACAO DA RESCISAO                           *
      *----------------------------------------------------------------*
       77  WS-MESES-SERV                   PIC S9(04)    VALUE ZEROS.
       77  WS-ANOS-SERV                    PIC 9(02)     VALUE ZEROS.
       77  WS-DIAS-AVISO                   PIC 9(03)     VALUE ZEROS.
       77  WS-DIAS-SALDO                   PIC 9(02)     VALUE ZEROS.
       77  WS-AVOS-13                      PIC S9(03)    VALUE ZEROS.
       77  WS-AVOS-FER                     PIC 9(02)     VALUE ZEROS.
       77  WS-MESES-FER                    PIC S9(04)    VALUE ZEROS.
       77  WS-DIAS-FRACAO                  PIC S9(03)    VALUE ZEROS.
       77  WS-SALDO-SALARIO                PIC 9(07)V99  VALUE ZEROS.
       77  WS-AVISO                        PIC 9(07)V99  VALUE ZEROS.
       77  WS-FER-VENCIDAS                 PIC 9(07)V99  VALUE ZEROS.
       77  WS-FER-PROP                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-TERCO                        PIC 9(07)V99  VALUE ZEROS.
       77  WS-13-SALARIO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-ADIANT-13                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-DESC-AVISO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-INSS-SALDO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-IRRF-SALDO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-INSS-13                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-IRRF-13                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-BRUTO                  PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-DESC                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-TOTAL-ISENTO                 PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIQUIDO                      PIC S9(07)V99 VALUE ZEROS.
       77  WS-BRUTO-13                     PIC S9(07)V99 VALUE ZEROS.
       77  WS-BASE-FGTS                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-FGTS-MES                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-BASE-MULTA                   PIC 9(11)V99  VALUE ZEROS.
       77  WS-PERC-MULTA                   PIC 9(02)     VALUE ZEROS.
       77  WS-MULTA                        PIC 9(09)V99  VALUE ZEROS.
       01  WS-ALIQ-FGTS-X                  PIC X(04)     VALUE '0800'.
       01  WS-ALIQ-FGTS REDEFINES WS-ALIQ-FGTS-X
                                           PIC 9(02)V99.
      *----------------------------------------------------------------*
      *               TABELAS DE FAIXAS (ATE 10 CADA)                  *
      *----------------------------------------------------------------*
       77  WS-QTDE-INS                     PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-QTDE-IRF                     PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(02)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-INSS.
           05 WS-INS-ITEM                  OCCURS 10 TIMES.
              10 WS-INS-LIMITE             PIC 9(07)V99.
              10 WS-INS-ALIQUOTA           PIC 9(02)V99.
       01  WS-TAB-IRRF.
           05 WS-IRF-ITEM                  OCCURS 10 TIMES.
              10 WS-IRF-LIMITE             PIC 9(07)V99.
              10 WS-IRF-ALIQUOTA           PIC 9(02)V99.
              10 WS-IRF-DEDUZIR            PIC 9(07)V99.
       77  WS-INSS                         PIC 9(07)V99  VALUE ZEROS.
       77  WS-IRRF                         PIC S9(07)V99 VALUE ZEROS.
       77  WS-BASE-INSS                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-BASE-IRRF                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-FATIA                        PIC 9(07)V99  VALUE ZEROS.
       77  WS-PISO-FAIXA                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-ACHOU-FAIXA                  PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *        CONSULTA AO MASTER CENTRAL DE PARAMETROS (PARGET31)     *
      *  VALOR DA LINHA: POS 1-9 LIMITE (9(7)V99), 10-13 ALIQUOTA      *
      *  (9(2)V99) E, NO DOMINIO IRRF, 14-22 PARCELA A DEDUZIR         *
      *  (9(7)V99).                                                    *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-CHAVE-FAIXA.
           05 FILLER                       PIC X(05)   VALUE 'FAIXA'.
           05 WS-CHV-NUMERO                PIC 9(02).
           05 FILLER                       PIC X(01)   VALUE SPACES.
       77  WS-FAIXA-NR                     PIC 9(02)   VALUE ZEROS
                                            COMP.
       77  WS-FIM-DOMINIO                  PIC X(01)   VALUE 'N'.
       77  WS-DOMINIO-ATUAL                PIC X(01)   VALUE 'I'.
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-CAMPOS REDEFINES WS-VC-AREA.
           05 WS-VC-LIMITE                 PIC 9(07)V99.
           05 WS-VC-ALIQUOTA               PIC 9(02)V99.
           05 WS-VC-DEDUZIR                PIC 9(07)V99.
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
      *                    LAYOUT DO TRCT                              *
      *----------------------------------------------------------------*
       01  TRC-TITULO.
           05 FILLER                       PIC X(41)  VALUE
                  'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE 'EMISSAO: '.
           05 TRCT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TRC-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  TRC-EMPREGADO.
           05 FILLER                       PIC X(12)  VALUE
                                           'EMPREGADO.: '.
           05 TRCE-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 TRCE-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE
                                           ' SALARIO: '.
           05 TRCE-SALARIO                 PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(22)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TRC-DATAS.
           05 FILLER                       PIC X(12)  VALUE
                                           'ADMISSAO..: '.
           05 TRCD-ADMISSAO                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(16)  VALUE
                                           '   AFASTAMENTO: '.
           05 TRCD-AFASTAMENTO             PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(13)  VALUE
                                           '   PROJECAO: '.
           05 TRCD-PROJECAO                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TRC-CAUSA.
           05 FILLER                       PIC X(12)  VALUE
                                           'CAUSA.....: '.
           05 TRCC-CAUSA                   PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE 'AVISO: '.
           05 TRCC-AVISO                   PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE ' DIAS: '.
           05 TRCC-DIAS                    PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(09)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TRC-VERBA.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 TRCV-ROTULO                  PIC X(36)  VALUE SPACES.
           05 TRCV-REF                     PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 TRCV-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TRC-ASSINA.
           05 FILLER                       PIC X(36)  VALUE
                  '__________________________________  '.
           05 FILLER                       PIC X(36)  VALUE
                  '__________________________________  '.
           05 FILLER                       PIC X(08)  VALUE SPACES.
       01  TRC-ASSINA-ROTULO.
           05 FILLER                       PIC X(36)  VALUE
                  'EMPREGADOR                          '.
           05 FILLER                       PIC X(36)  VALUE
                  'EMPREGADO                           '.
           05 FILLER                       PIC X(08)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  WS-DATA-EDIT.
           05 WS-EDT-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 WS-EDT-MES                   PIC 9(02).
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 WS-EDT-ANO                   PIC 9(04).
       01  WS-REF-DIAS.
           05 WS-REFD-DIAS                 PIC ZZ9.
           05 FILLER                       PIC X(05)  VALUE ' DIAS'.
       01  WS-REF-AVOS.
           05 WS-REFA-AVOS                 PIC Z9.
           05 FILLER                       PIC X(06)  VALUE '/12   '.
       01  WS-REF-PERC.
           05 WS-REFP-PERC                 PIC Z9.
           05 FILLER                       PIC X(06)  VALUE ' PCT  '.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB856S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB856S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-99-PROCESSA-FUNCIONARIO-EXIT
                   UNTIL WS-FS-FUN         EQUAL '10'.

      * MOVIMENTO DE FUNCIONARIO QUE NAO ESTA NO CADFUN VAI PARA O
      * RESCREJ.
           PERFORM 7000-NAO-CADASTRADO
               THRU 7000-99-NAO-CADASTRADO-EXIT
                   VARYING WS-IND-RSC FROM 1 BY 1
                   UNTIL WS-IND-RSC GREATER WS-QTDE-RSC.

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

           OPEN  OUTPUT                    RESCREJ.
           IF    WS-FS-RRJ                 NOT EQUAL  '00'
                 MOVE WS-FS-RRJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RESCREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-CARREGA-RESCMOV
               THRU 1100-99-CARREGA-RESCMOV-EXIT.

      * TABELAS DE DESCONTO: PRIMEIRO O MASTER CENTRAL DE PARAMETROS
      * (PARGET31, VIGENCIA PELA DATA DO DIA); SEM LINHA VIGENTE, CAEM
      * OS PARMS LEGADOS INSSPARM/IRRFPARM - O MESMO CRITERIO DA FOLHA.
           PERFORM 1200-CARREGA-CENTRAL
               THRU 1200-99-CARREGA-CENTRAL-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           IF    WS-QTDE-INS               EQUAL      ZEROS
                 PERFORM 1300-LEGADO-INSS
                     THRU 1300-99-LEGADO-INSS-EXIT
           END-IF.
           IF    WS-QTDE-INS               EQUAL      ZEROS
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'SEM FAIXAS DE INSS (CENTRAL E INSSPARM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-QTDE-IRF               EQUAL      ZEROS
                 PERFORM 1400-LEGADO-IRRF
                     THRU 1400-99-LEGADO-IRRF-EXIT
           END-IF.
           IF    WS-QTDE-IRF               EQUAL      ZEROS
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'SEM FAIXAS DE IRRF (CENTRAL E IRRFPARM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-CARREGA-FGTS
               THRU 1500-99-CARREGA-FGTS-EXIT.

           IF    WS-QTDE-RSC               GREATER    ZEROS
                 PERFORM 1600-SALDO-FGTS
                     THRU 1600-99-SALDO-FGTS-EXIT
                 PERFORM 1700-ADIANTAMENTO-13
                     THRU 1700-99-ADIANTAMENTO-13-EXIT
           END-IF.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADFUN.
           IF    WS-FS-FUN                 NOT EQUAL  '00'
                 MOVE WS-FS-FUN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADFUN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  CADFUNN  RESCNET  RELTRCT.
           IF    WS-FS-FUNN                NOT EQUAL  '00'
           OR    WS-FS-NET                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-FUNN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * HISTORICO DE FOLHA E MOVIMENTO DE FGTS ACUMULAM AS RODADAS;
      * AUSENTES, SAO CRIADOS.
           OPEN  EXTEND                    FOLHIST.
           IF    WS-FS-HST                 EQUAL      '35'
                 OPEN OUTPUT               FOLHIST
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    FGTSMOV.
           IF    WS-FS-FGM                 EQUAL      '35'
                 OPEN OUTPUT               FGTSMOV
           END-IF.
           IF    WS-FS-FGM                 NOT EQUAL  '00'
                 MOVE WS-FS-FGM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO FGTSMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         TRCT-DATA.

           PERFORM 2100-LER-CADFUN   THRU  2100-99-LER-CADFUN-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-RESCMOV                SECTION.
      *================================================================*
      * CARREGA O MOVIMENTO CRITICADO NA TABELA; REGISTRO INVALIDO OU  *
      * REPETIDO VAI PARA O RESCREJ.                                   *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-RESCMOV'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     RESCMOV.
           IF    WS-FS-RSC                 NOT EQUAL  '00'
                 MOVE WS-FS-RSC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO RESCMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1110-LE-RESCMOV THRU 1110-99-LE-RESCMOV-EXIT
                   UNTIL WS-FS-RSC         EQUAL      '10'.
           CLOSE RESCMOV.
      *----------------------------------------------------------------*
       1100-99-CARREGA-RESCMOV-EXIT.       EXIT.
      *================================================================*
       1110-LE-RESCMOV                     SECTION.
      *================================================================*
           READ  RESCMOV.
           IF  WS-FS-RSC   NOT EQUAL '00'
           AND WS-FS-RSC   NOT EQUAL '10'
               MOVE WS-FS-RSC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O MOVIMENTO RESCMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RSC                   NOT EQUAL  '00'
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-RSC.
           MOVE REG-RSC                    TO         RRJ-REGISTRO.

           IF  RSC-CODIGO                  NOT NUMERIC
           OR  RSC-DATA-DESLIG             NOT NUMERIC
           OR  RSC-DATA-ADMISSAO           NOT NUMERIC
           OR  RSC-FERIAS-VENCIDAS         NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS' TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           IF  NOT RSC-TIPO-VALIDO
               MOVE 'CAUSA INVALIDA (S/P/J/A)'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

      * NA JUSTA CAUSA NAO HA AVISO PREVIO.
           IF  RSC-JUSTA-CAUSA
               MOVE 'T'                    TO         RSC-AVISO
           END-IF.
           IF  NOT RSC-AVISO-VALIDO
               MOVE 'AVISO PREVIO INVALIDO (T/I)'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           MOVE RSC-DATA-ADMISSAO          TO         WS-DATA-VAL.
           PERFORM 1150-VALIDA-DATA THRU 1150-99-VALIDA-DATA-EXIT.
           IF  WS-DATA-OK                  EQUAL      'N'
               MOVE 'DATA DE ADMISSAO INVALIDA'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           MOVE RSC-DATA-DESLIG            TO         WS-DATA-VAL.
           PERFORM 1150-VALIDA-DATA THRU 1150-99-VALIDA-DATA-EXIT.
           IF  WS-DATA-OK                  EQUAL      'N'
               MOVE 'DATA DE AFASTAMENTO INVALIDA'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           IF  RSC-DATA-DESLIG             LESS       RSC-DATA-ADMISSAO
               MOVE 'AFASTAMENTO ANTERIOR A ADMISSAO'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           IF  RSC-FERIAS-VENCIDAS         GREATER    2
               MOVE 'MAIS DE 2 PERIODOS DE FERIAS VENCIDAS'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           MOVE RSC-CODIGO                 TO         WS-RSC-PROCURA.
           PERFORM 1180-PROCURA-RSC THRU 1180-99-PROCURA-RSC-EXIT.
           IF  WS-RSC-ACHADO               GREATER    ZEROS
               MOVE 'FUNCIONARIO REPETIDO NO MOVIMENTO'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               GO TO 1110-99-LE-RESCMOV-EXIT
           END-IF.

           IF  WS-QTDE-RSC                 EQUAL      200
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 200 RESCISOES NO MOVIMENTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-RSC.
           INITIALIZE WS-RSC-ITEM (WS-QTDE-RSC).
           MOVE RSC-CODIGO         TO  WS-RSC-CODIGO    (WS-QTDE-RSC).
           MOVE RSC-DATA-DESLIG    TO  WS-RSC-DESLIG    (WS-QTDE-RSC).
           MOVE RSC-TIPO           TO  WS-RSC-TIPO      (WS-QTDE-RSC).
           MOVE RSC-AVISO          TO  WS-RSC-AVISO     (WS-QTDE-RSC).
           MOVE RSC-DATA-ADMISSAO  TO  WS-RSC-ADMISSAO  (WS-QTDE-RSC).
           MOVE RSC-FERIAS-VENCIDAS
                                   TO  WS-RSC-VENCIDAS  (WS-QTDE-RSC).
           MOVE 'N'                TO  WS-RSC-13-QUITADO (WS-QTDE-RSC).
           MOVE 'N'                TO  WS-RSC-USADO     (WS-QTDE-RSC).
           MOVE REG-RSC            TO  WS-RSC-REGISTRO  (WS-QTDE-RSC).
      *----------------------------------------------------------------*
       1110-99-LE-RESCMOV-EXIT.            EXIT.
      *================================================================*
       1150-VALIDA-DATA                    SECTION.
      *================================================================*
      * DATA AAAAMMDD EM WS-DATA-VAL: MES DE 1 A 12 E DIA DENTRO DO    *
      * MES, COM FEVEREIRO DE 29 DIAS NO ANO BISSEXTO.                 *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-DATA-OK.
           IF  WS-VAL-ANO                  LESS       1900
           OR  WS-VAL-MES                  LESS       1
           OR  WS-VAL-MES                  GREATER    12
           OR  WS-VAL-DIA                  LESS       1
               GO TO 1150-99-VALIDA-DATA-EXIT
           END-IF.

           MOVE WS-DIAS-MES-OCR (WS-VAL-MES)
                                           TO         WS-ULTIMO-DIA.
           IF  WS-VAL-MES                  EQUAL      2
               DIVIDE WS-VAL-ANO BY 4   GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-4
               DIVIDE WS-VAL-ANO BY 100 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-100
               DIVIDE WS-VAL-ANO BY 400 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-400
               IF  (WS-RESTO-4             EQUAL      ZERO
               AND  WS-RESTO-100           NOT EQUAL  ZERO)
               OR   WS-RESTO-400           EQUAL      ZERO
                   MOVE 29                 TO         WS-ULTIMO-DIA
               END-IF
           END-IF.

           IF  WS-VAL-DIA                  NOT GREATER WS-ULTIMO-DIA
               MOVE 'S'                    TO         WS-DATA-OK
           END-IF.
      *----------------------------------------------------------------*
       1150-99-VALIDA-DATA-EXIT.           EXIT.
      *================================================================*
       1180-PROCURA-RSC                    SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-RSC-ACHADO.
           PERFORM 1185-COMPARA-RSC THRU 1185-99-COMPARA-RSC-EXIT
                   VARYING WS-IND-RSC FROM 1 BY 1
                   UNTIL WS-IND-RSC GREATER WS-QTDE-RSC
                      OR WS-RSC-ACHADO GREATER ZEROS.
      *----------------------------------------------------------------*
       1180-99-PROCURA-RSC-EXIT.           EXIT.
      *================================================================*
       1185-COMPARA-RSC                    SECTION.
      *================================================================*
           IF  WS-RSC-CODIGO (WS-IND-RSC)  EQUAL      WS-RSC-PROCURA
               MOVE WS-IND-RSC             TO         WS-RSC-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       1185-99-COMPARA-RSC-EXIT.           EXIT.
      *================================================================*
       1190-REJEITA                        SECTION.
      *================================================================*
           WRITE REG-RRJ.
           IF  WS-FS-RRJ                   NOT EQUAL  '00'
               MOVE WS-FS-RRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO RESCREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       1190-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       1200-CARREGA-CENTRAL                SECTION.
      *================================================================*
      * BUSCA AS FAIXAS DE INSS E IRRF NO MASTER CENTRAL PARMMST PELA  *
      * ROTINA PARGET31 (CHAVES FAIXA01..FAIXA10, VIGENCIA PELA DATA   *
      * DO DIA). RETORNO 'V' ENCERRA O DOMINIO; RETORNO 'N' (MASTER    *
      * AUSENTE/ILEGIVEL) DESCARTA O QUE VEIO E DEIXA O DOMINIO PARA   *
      * O PARM LEGADO.                                                 *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-CENTRAL'     TO         WS-CODIGO-AREA.

           MOVE 'I'                        TO         WS-DOMINIO-ATUAL.
           MOVE 'INSS    '                 TO         WS-PGT-DOMINIO.
           MOVE 'N'                        TO         WS-FIM-DOMINIO.
           PERFORM 1250-BUSCA-FAIXA
               THRU 1250-99-BUSCA-FAIXA-EXIT
                   VARYING WS-FAIXA-NR FROM 1 BY 1
                   UNTIL WS-FAIXA-NR GREATER 10
                      OR WS-FIM-DOMINIO EQUAL 'S'.

           MOVE 'R'                        TO         WS-DOMINIO-ATUAL.
           MOVE 'IRRF    '                 TO         WS-PGT-DOMINIO.
           MOVE 'N'                        TO         WS-FIM-DOMINIO.
           PERFORM 1250-BUSCA-FAIXA
               THRU 1250-99-BUSCA-FAIXA-EXIT
                   VARYING WS-FAIXA-NR FROM 1 BY 1
                   UNTIL WS-FAIXA-NR GREATER 10
                      OR WS-FIM-DOMINIO EQUAL 'S'.
      *----------------------------------------------------------------*
       1200-99-CARREGA-CENTRAL-EXIT.       EXIT.
      *================================================================*
       1250-BUSCA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-FAIXA-NR                TO         WS-CHV-NUMERO.
           MOVE WS-CHAVE-FAIXA             TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   PERFORM 1260-APLICA-FAIXA
                       THRU 1260-99-APLICA-FAIXA-EXIT
               WHEN 'V'
                   MOVE 'S'                TO         WS-FIM-DOMINIO
               WHEN OTHER
                   MOVE 'S'                TO         WS-FIM-DOMINIO
                   IF  WS-DOMINIO-ATUAL    EQUAL      'I'
                       MOVE ZEROS          TO         WS-QTDE-INS
                   ELSE
                       MOVE ZEROS          TO         WS-QTDE-IRF
                   END-IF
           END-EVALUATE.
      *----------------------------------------------------------------*
       1250-99-BUSCA-FAIXA-EXIT.           EXIT.
      *================================================================*
       1260-APLICA-FAIXA                   SECTION.
      *================================================================*
           MOVE WS-PGT-VALOR               TO         WS-VC-DIGITOS.

           IF  WS-VC-DIGITOS (1:13)        NOT NUMERIC
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LINHA DE FAIXA DO PARMMST COM VALOR INVALIDO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-DOMINIO-ATUAL            EQUAL      'I'
               ADD  1                      TO         WS-QTDE-INS
               MOVE WS-VC-LIMITE    TO  WS-INS-LIMITE   (WS-QTDE-INS)
               MOVE WS-VC-ALIQUOTA  TO  WS-INS-ALIQUOTA (WS-QTDE-INS)
           ELSE
               IF  WS-VC-DIGITOS (14:9)    NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'LINHA DE IRRF DO PARMMST SEM PARC A DEDUZIR'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-IRF
               MOVE WS-VC-LIMITE    TO  WS-IRF-LIMITE   (WS-QTDE-IRF)
               MOVE WS-VC-ALIQUOTA  TO  WS-IRF-ALIQUOTA (WS-QTDE-IRF)
               MOVE WS-VC-DEDUZIR   TO  WS-IRF-DEDUZIR  (WS-QTDE-IRF)
           END-IF.
      *----------------------------------------------------------------*
       1260-99-APLICA-FAIXA-EXIT.          EXIT.
      *================================================================*
       1300-LEGADO-INSS                    SECTION.
      *================================================================*
           MOVE '1300-LEGADO-INSS'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     INSSPARM.
           IF    WS-FS-INS                 NOT EQUAL  '00'
                 MOVE WS-FS-INS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA INSSPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1310-LE-INSS THRU 1310-99-LE-INSS-EXIT
                   UNTIL WS-FS-INS         EQUAL      '10'.
           CLOSE INSSPARM.
      *----------------------------------------------------------------*
       1300-99-LEGADO-INSS-EXIT.           EXIT.
      *================================================================*
       1310-LE-INSS                        SECTION.
      *================================================================*
           READ  INSSPARM.
           IF  WS-FS-INS   NOT EQUAL '00'
           AND WS-FS-INS   NOT EQUAL '10'
               MOVE WS-FS-INS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA INSSPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-INS                   EQUAL      '00'
           AND WS-QTDE-INS                 LESS       10
               ADD  1                      TO         WS-QTDE-INS
               MOVE INS-LIMITE        TO  WS-INS-LIMITE   (WS-QTDE-INS)
               MOVE INS-ALIQUOTA      TO  WS-INS-ALIQUOTA (WS-QTDE-INS)
           END-IF.
      *----------------------------------------------------------------*
       1310-99-LE-INSS-EXIT.               EXIT.
      *================================================================*
       1400-LEGADO-IRRF                    SECTION.
      *================================================================*
           MOVE '1400-LEGADO-IRRF'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     IRRFPARM.
           IF    WS-FS-IRF                 NOT EQUAL  '00'
                 MOVE WS-FS-IRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA IRRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1410-LE-IRRF THRU 1410-99-LE-IRRF-EXIT
                   UNTIL WS-FS-IRF         EQUAL      '10'.
           CLOSE IRRFPARM.
      *----------------------------------------------------------------*
       1400-99-LEGADO-IRRF-EXIT.           EXIT.
      *================================================================*
       1410-LE-IRRF                        SECTION.
      *================================================================*
           READ  IRRFPARM.
           IF  WS-FS-IRF   NOT EQUAL '00'
           AND WS-FS-IRF   NOT EQUAL '10'
               MOVE WS-FS-IRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA IRRFPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-IRF                   EQUAL      '00'
           AND WS-QTDE-IRF                 LESS       10
               ADD  1                      TO         WS-QTDE-IRF
               MOVE IRF-LIMITE        TO  WS-IRF-LIMITE   (WS-QTDE-IRF)
               MOVE IRF-ALIQUOTA      TO  WS-IRF-ALIQUOTA (WS-QTDE-IRF)
               MOVE IRF-DEDUZIR       TO  WS-IRF-DEDUZIR  (WS-QTDE-IRF)
           END-IF.
      *----------------------------------------------------------------*
       1410-99-LE-IRRF-EXIT.               EXIT.
      *================================================================*
       1500-CARREGA-FGTS                   SECTION.
      *================================================================*
      * ALIQUOTA DO FGTS NO MASTER CENTRAL (DOMINIO FGTS, CHAVE        *
      * ALIQUOTA, 9(2)V99); SEM LINHA VIGENTE OU SEM O MASTER, VALE    *
      * A ALIQUOTA LEGAL DE 8 POR CENTO.                               *
      *----------------------------------------------------------------*
           MOVE '1500-CARREGA-FGTS'        TO         WS-CODIGO-AREA.

           MOVE 'FGTS    '                 TO         WS-PGT-DOMINIO.
           MOVE 'ALIQUOTA'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
               GO TO 1500-99-CARREGA-FGTS-EXIT
           END-IF.

           MOVE WS-PGT-VALOR               TO         WS-VC-DIGITOS.
           IF  WS-VC-DIGITOS (1:4)         NOT NUMERIC
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ALIQUOTA DE FGTS DO PARMMST COM VALOR INVALIDO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-VC-DIGITOS (1:4)        TO         WS-ALIQ-FGTS-X.
      *----------------------------------------------------------------*
       1500-99-CARREGA-FGTS-EXIT.          EXIT.
      *================================================================*
       1600-SALDO-FGTS                     SECTION.
      *================================================================*
      * SALDO DO FGTS PARA FINS RESCISORIOS: O DA COMPETENCIA MAIS     *
      * RECENTE DO FUNCIONARIO NO FGTSHIS. SEM O HISTORICO (35), O     *
      * SALDO FICA ZERADO E A MULTA INCIDE SO SOBRE O FGTS DO MES.     *
      *----------------------------------------------------------------*
           MOVE '1600-SALDO-FGTS'          TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FGTSHIS.
           IF    WS-FS-HIS                 EQUAL      '35'
                 DISPLAY 'FGTSHIS AUSENTE - SALDO DE FGTS ZERADO'
                 GO TO 1600-99-SALDO-FGTS-EXIT
           END-IF.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO FGTSHIS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1610-LE-FGTSHIS THRU 1610-99-LE-FGTSHIS-EXIT
                   UNTIL WS-FS-HIS         EQUAL      '10'.
           CLOSE FGTSHIS.
      *----------------------------------------------------------------*
       1600-99-SALDO-FGTS-EXIT.            EXIT.
      *================================================================*
       1610-LE-FGTSHIS                     SECTION.
      *================================================================*
           READ  FGTSHIS.
           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O HISTORICO FGTSHIS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HIS                   NOT EQUAL  '00'
               GO TO 1610-99-LE-FGTSHIS-EXIT
           END-IF.

           MOVE HIS-CODIGO                 TO         WS-RSC-PROCURA.
           PERFORM 1180-PROCURA-RSC THRU 1180-99-PROCURA-RSC-EXIT.
           IF  WS-RSC-ACHADO               GREATER    ZEROS
           AND HIS-ANOMES                  NOT LESS
               WS-RSC-ANOMES-FGTS (WS-RSC-ACHADO)
               MOVE HIS-ANOMES   TO  WS-RSC-ANOMES-FGTS (WS-RSC-ACHADO)
               MOVE HIS-SALDO    TO  WS-RSC-SALDO-FGTS  (WS-RSC-ACHADO)
           END-IF.
      *----------------------------------------------------------------*
       1610-99-LE-FGTSHIS-EXIT.            EXIT.
      *================================================================*
       1700-ADIANTAMENTO-13                SECTION.
      *================================================================*
      * 13O JA PAGO NO ANO DO AFASTAMENTO, PELAS RODADAS DA FOLHA NO   *
      * FOLHIST: A 1A PARCELA (MODO '1') E DESCONTADA NA RESCISAO; COM *
      * A 2A PARCELA (MODO '2') O 13O DO ANO JA ESTA QUITADO.          *
      *----------------------------------------------------------------*
           MOVE '1700-ADIANTAMENTO-13'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FOLHIST.
           IF    WS-FS-HST                 EQUAL      '35'
                 GO TO 1700-99-ADIANTAMENTO-13-EXIT
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1710-LE-FOLHIST THRU 1710-99-LE-FOLHIST-EXIT
                   UNTIL WS-FS-HST         EQUAL      '10'.
           CLOSE FOLHIST.
      *----------------------------------------------------------------*
       1700-99-ADIANTAMENTO-13-EXIT.       EXIT.
      *================================================================*
       1710-LE-FOLHIST                     SECTION.
      *================================================================*
           READ  FOLHIST.
           IF  WS-FS-HST   NOT EQUAL '00'
           AND WS-FS-HST   NOT EQUAL '10'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               GO TO 1710-99-LE-FOLHIST-EXIT
           END-IF.
           IF  HST-MODO                    NOT EQUAL  '1'
           AND HST-MODO                    NOT EQUAL  '2'
               GO TO 1710-99-LE-FOLHIST-EXIT
           END-IF.

           MOVE HST-CODIGO                 TO         WS-RSC-PROCURA.
           PERFORM 1180-PROCURA-RSC THRU 1180-99-PROCURA-RSC-EXIT.
           IF  WS-RSC-ACHADO               EQUAL      ZEROS
               GO TO 1710-99-LE-FOLHIST-EXIT
           END-IF.
           IF  HST-ANOMES (1:4)  NOT EQUAL
               WS-RSC-DESLIG (WS-RSC-ACHADO) (1:4)
               GO TO 1710-99-LE-FOLHIST-EXIT
           END-IF.

      * RODADA REPETIDA NO MESMO MODO: VALE A ULTIMA.
           IF  HST-MODO                    EQUAL      '1'
               MOVE HST-BRUTO    TO  WS-RSC-ADIANT-13   (WS-RSC-ACHADO)
           ELSE
               MOVE 'S'          TO  WS-RSC-13-QUITADO  (WS-RSC-ACHADO)
           END-IF.
      *----------------------------------------------------------------*
       1710-99-LE-FOLHIST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA-FUNCIONARIO           SECTION.
      *================================================================*
      * TODO FUNCIONARIO E REGRAVADO NO CADFUNN; O QUE TEM RESCISAO NO *
      * MOVIMENTO E CALCULADO E SAI MARCADO COMO DESLIGADO.            *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-FUNC'       TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         WS-RSC-ACHADO.
           IF  WS-QTDE-RSC                 GREATER    ZEROS
               MOVE FUN-CODIGO             TO         WS-RSC-PROCURA
               PERFORM 1180-PROCURA-RSC THRU 1180-99-PROCURA-RSC-EXIT
           END-IF.

           IF  WS-RSC-ACHADO               GREATER    ZEROS
               MOVE 'S'          TO  WS-RSC-USADO (WS-RSC-ACHADO)
               IF  FUN-DESLIGADO
                   MOVE WS-RSC-REGISTRO (WS-RSC-ACHADO)
                                           TO         RRJ-REGISTRO
                   MOVE 'FUNCIONARIO JA DESLIGADO NO CADFUN'
                                           TO         RRJ-MOTIVO
                   PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
               ELSE
                   PERFORM 3000-CALCULA-RESCISAO
                       THRU 3000-99-CALCULA-RESCISAO-EXIT
                   PERFORM 6000-IMPRIME-TRCT
                       THRU 6000-99-IMPRIME-TRCT-EXIT
                   PERFORM 6500-GRAVA-SAIDAS
                       THRU 6500-99-GRAVA-SAIDAS-EXIT
                   MOVE 'D'                TO         FUN-SITUACAO
                   MOVE WS-DATA-DES        TO         FUN-DATA-DESLIG
               END-IF
           END-IF.

           WRITE REG-FUNN                  FROM       REG-FUN.
           IF  WS-FS-FUNN                  NOT EQUAL  '00'
               MOVE WS-FS-FUNN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CADASTRO CADFUNN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-FUN.

           PERFORM 2100-LER-CADFUN   THRU  2100-99-LER-CADFUN-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-FUNCIONARIO-EXIT.  EXIT.
      *================================================================*
       2100-LER-CADFUN                     SECTION.
      *================================================================*
           MOVE '2100-LER-CADFUN'          TO         WS-CODIGO-AREA.

           READ CADFUN.

           IF  WS-FS-FUN   NOT EQUAL '00'
           AND WS-FS-FUN   NOT EQUAL '10'
               MOVE WS-FS-FUN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADFUN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FUN                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-FUN
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-CADFUN-EXIT.            EXIT.
      *================================================================*
       3000-CALCULA-RESCISAO               SECTION.
      *================================================================*
           MOVE '3000-CALCULA-RESCISAO'    TO         WS-CODIGO-AREA.

           MOVE WS-RSC-ADMISSAO (WS-RSC-ACHADO) TO    WS-DATA-ADM.
           MOVE WS-RSC-DESLIG   (WS-RSC-ACHADO) TO    WS-DATA-DES.
           MOVE WS-RSC-REGISTRO (WS-RSC-ACHADO) TO    REG-RSC.

           PERFORM 3100-DATAS         THRU 3100-99-DATAS-EXIT.
           PERFORM 3200-SALDO-AVISO   THRU 3200-99-SALDO-AVISO-EXIT.
           PERFORM 3300-DECIMO-TERCEIRO
               THRU 3300-99-DECIMO-TERCEIRO-EXIT.
           PERFORM 3400-FERIAS        THRU 3400-99-FERIAS-EXIT.
           PERFORM 3500-DESCONTOS     THRU 3500-99-DESCONTOS-EXIT.
           PERFORM 3600-FGTS-MULTA    THRU 3600-99-FGTS-MULTA-EXIT.
      *----------------------------------------------------------------*
       3000-99-CALCULA-RESCISAO-EXIT.      EXIT.
      *================================================================*
       3100-DATAS                          SECTION.
      *================================================================*
      * TEMPO DE SERVICO EM MESES COMPLETOS ATE O AFASTAMENTO; AVISO   *
      * DE 30 DIAS MAIS 3 POR ANO COMPLETO, ATE 90. O AVISO INDENIZADO *
      * PROJETA O CONTRATO (DATA PROJETADA, LIMITADA A 31/12 DO ANO DO *
      * AFASTAMENTO PARA O 13O).                                       *
      *----------------------------------------------------------------*
           COMPUTE WS-MESES-SERV = (WS-DES-ANO - WS-ADM-ANO) * 12.
           COMPUTE WS-MESES-SERV = WS-MESES-SERV + WS-DES-MES
                                 - WS-ADM-MES.
           IF  WS-DES-DIA                  LESS       WS-ADM-DIA
               SUBTRACT 1                  FROM       WS-MESES-SERV
           END-IF.
           DIVIDE WS-MESES-SERV BY 12      GIVING     WS-ANOS-SERV.

           COMPUTE WS-DIAS-AVISO = WS-ANOS-SERV * 3.
           ADD  30                         TO         WS-DIAS-AVISO.
           IF  WS-DIAS-AVISO               GREATER    90
               MOVE 90                     TO         WS-DIAS-AVISO
           END-IF.

           MOVE WS-DATA-DES                TO         WS-DATA-PRJ.
           IF  RSC-AVISO-INDENIZADO
           AND (RSC-SEM-JUSTA-CAUSA OR RSC-ACORDO)
               MOVE WS-DATA-DES            TO         WS-670-DATA-BASE
               MOVE WS-DIAS-AVISO          TO         WS-670-DIAS-SOMAR
               CALL WS-VRB670S             USING      WS-670-PARM
               IF  WS-670-RETORNO          EQUAL      'N'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'ERRO NA PROJECAO DO AVISO (VRB670S)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-670-DATA-RESULTADO  TO         WS-DATA-PRJ
           END-IF.
           IF  WS-PRJ-ANO                  GREATER    WS-DES-ANO
               MOVE WS-DES-ANO             TO         WS-PRJ-ANO
               MOVE 12                     TO         WS-PRJ-MES
               MOVE 31                     TO         WS-PRJ-DIA
           END-IF.
      *----------------------------------------------------------------*
       3100-99-DATAS-EXIT.                 EXIT.
      *================================================================*
       3200-SALDO-AVISO                    SECTION.
      *================================================================*
      * SALDO DE SALARIO: DIAS DO MES ATE O AFASTAMENTO (MES DE 30).   *
      * AVISO INDENIZADO NA DISPENSA SEM JUSTA CAUSA (METADE NO        *
      * ACORDO); NO PEDIDO DE DEMISSAO SEM CUMPRIR O AVISO, O SALARIO  *
      * DE 30 DIAS E DESCONTADO.                                       *
      *----------------------------------------------------------------*
           MOVE WS-DES-DIA                 TO         WS-DIAS-SALDO.
           IF  WS-DIAS-SALDO               GREATER    30
               MOVE 30                     TO         WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-SALDO-SALARIO ROUNDED =
                   FUN-SALARIO-BRUTO * WS-DIAS-SALDO / 30.

           MOVE ZEROS                      TO         WS-AVISO
                                                      WS-DESC-AVISO.
           IF  RSC-AVISO-INDENIZADO
               EVALUATE TRUE
                   WHEN RSC-SEM-JUSTA-CAUSA
                       COMPUTE WS-AVISO ROUNDED =
                               FUN-SALARIO-BRUTO * WS-DIAS-AVISO / 30
                   WHEN RSC-ACORDO
                       COMPUTE WS-AVISO ROUNDED =
                               FUN-SALARIO-BRUTO * WS-DIAS-AVISO / 60
                   WHEN RSC-PEDIDO-DEMISSAO
                       MOVE FUN-SALARIO-BRUTO TO      WS-DESC-AVISO
               END-EVALUATE
           END-IF.
      *----------------------------------------------------------------*
       3200-99-SALDO-AVISO-EXIT.           EXIT.
      *================================================================*
       3300-DECIMO-TERCEIRO                SECTION.
      *================================================================*
      * 13O PROPORCIONAL: UM AVO POR MES DO ANO COM 15 DIAS OU MAIS DE *
      * SERVICO ATE A DATA PROJETADA. NAO E DEVIDO NA JUSTA CAUSA NEM  *
      * QUANDO A 2A PARCELA DO ANO JA FOI PAGA.                        *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-AVOS-13
                                                      WS-13-SALARIO.
           MOVE WS-RSC-ADIANT-13 (WS-RSC-ACHADO) TO   WS-ADIANT-13.

           IF  RSC-JUSTA-CAUSA
           OR  WS-RSC-13-QUITADO (WS-RSC-ACHADO) EQUAL 'S'
               GO TO 3300-99-DECIMO-TERCEIRO-EXIT
           END-IF.

           IF  WS-ADM-ANO                  EQUAL      WS-PRJ-ANO
           AND WS-ADM-MES                  EQUAL      WS-PRJ-MES
               IF  WS-PRJ-DIA - WS-ADM-DIA NOT LESS   14
                   MOVE 1                  TO         WS-AVOS-13
               END-IF
           ELSE
               MOVE WS-PRJ-MES             TO         WS-AVOS-13
               IF  WS-ADM-ANO              EQUAL      WS-PRJ-ANO
                   COMPUTE WS-AVOS-13 = WS-PRJ-MES - WS-ADM-MES + 1
                   IF  WS-ADM-DIA          GREATER    16
                       SUBTRACT 1          FROM       WS-AVOS-13
                   END-IF
               END-IF
               IF  WS-PRJ-DIA              LESS       15
                   SUBTRACT 1              FROM       WS-AVOS-13
               END-IF
           END-IF.
           IF  WS-AVOS-13                  LESS       ZEROS
               MOVE ZEROS                  TO         WS-AVOS-13
           END-IF.

           COMPUTE WS-13-SALARIO ROUNDED =
                   FUN-SALARIO-BRUTO * WS-AVOS-13 / 12.
      *----------------------------------------------------------------*
       3300-99-DECIMO-TERCEIRO-EXIT.       EXIT.
      *================================================================*
       3400-FERIAS                         SECTION.
      *================================================================*
      * FERIAS VENCIDAS (PERIODOS INFORMADOS PELO RH) SEMPRE DEVIDAS;  *
      * PROPORCIONAIS - UM AVO POR MES DO PERIODO AQUISITIVO EM CURSO, *
      * FRACAO DE 15 DIAS OU MAIS CONTA - SALVO NA JUSTA CAUSA. AMBAS  *
      * COM O TERCO CONSTITUCIONAL.                                    *
      *----------------------------------------------------------------*
           COMPUTE WS-FER-VENCIDAS =
                   FUN-SALARIO-BRUTO * RSC-FERIAS-VENCIDAS.

           MOVE ZEROS                      TO         WS-AVOS-FER
                                                      WS-FER-PROP.
           IF  NOT RSC-JUSTA-CAUSA
               COMPUTE WS-MESES-FER = (WS-PRJ-ANO - WS-ADM-ANO) * 12
               COMPUTE WS-MESES-FER = WS-MESES-FER + WS-PRJ-MES
                                    - WS-ADM-MES
               COMPUTE WS-DIAS-FRACAO = WS-PRJ-DIA - WS-ADM-DIA + 1
               IF  WS-DIAS-FRACAO          LESS       1
                   SUBTRACT 1              FROM       WS-MESES-FER
                   ADD  30                 TO         WS-DIAS-FRACAO
               END-IF
               IF  WS-DIAS-FRACAO          NOT LESS   15
                   ADD  1                  TO         WS-MESES-FER
               END-IF
               DIVIDE WS-MESES-FER BY 12   GIVING     WS-DIV-ANO
                                           REMAINDER  WS-AVOS-FER
               COMPUTE WS-FER-PROP ROUNDED =
                       FUN-SALARIO-BRUTO * WS-AVOS-FER / 12
           END-IF.

           COMPUTE WS-TERCO ROUNDED =
                   (WS-FER-VENCIDAS + WS-FER-PROP) / 3.
      *----------------------------------------------------------------*
       3400-99-FERIAS-EXIT.                EXIT.
      *================================================================*
       3500-DESCONTOS                      SECTION.
      *================================================================*
      * INSS E IRRF EM SEPARADO SOBRE O SALDO DE SALARIO E SOBRE O 13O *
      * (TRIBUTACAO EXCLUSIVA); AVISO E FERIAS INDENIZADOS SAO ISENTOS.*
      *----------------------------------------------------------------*
           MOVE WS-SALDO-SALARIO           TO         WS-BASE-INSS.
           PERFORM 5000-CALCULA-INSS THRU 5000-99-CALCULA-INSS-EXIT.
           MOVE WS-INSS                    TO         WS-INSS-SALDO.
           COMPUTE WS-BASE-IRRF = WS-SALDO-SALARIO - WS-INSS-SALDO.
           PERFORM 5500-CALCULA-IRRF THRU 5500-99-CALCULA-IRRF-EXIT.
           MOVE WS-IRRF                    TO         WS-IRRF-SALDO.

           MOVE WS-13-SALARIO              TO         WS-BASE-INSS.
           PERFORM 5000-CALCULA-INSS THRU 5000-99-CALCULA-INSS-EXIT.
           MOVE WS-INSS                    TO         WS-INSS-13.
           COMPUTE WS-BASE-IRRF = WS-13-SALARIO - WS-INSS-13.
           PERFORM 5500-CALCULA-IRRF THRU 5500-99-CALCULA-IRRF-EXIT.
           MOVE WS-IRRF                    TO         WS-IRRF-13.

           MOVE WS-SALDO-SALARIO           TO         WS-TOTAL-BRUTO.
           ADD  WS-AVISO  WS-FER-VENCIDAS  WS-FER-PROP  WS-TERCO
                WS-13-SALARIO              TO         WS-TOTAL-BRUTO.

           MOVE WS-AVISO                   TO         WS-TOTAL-ISENTO.
           ADD  WS-FER-VENCIDAS  WS-FER-PROP  WS-TERCO
                                           TO         WS-TOTAL-ISENTO.

           MOVE WS-INSS-SALDO              TO         WS-TOTAL-DESC.
           ADD  WS-IRRF-SALDO  WS-INSS-13  WS-IRRF-13  WS-ADIANT-13
                WS-DESC-AVISO              TO         WS-TOTAL-DESC.

           COMPUTE WS-LIQUIDO = WS-TOTAL-BRUTO - WS-TOTAL-DESC.
           IF  WS-LIQUIDO                  LESS       ZEROS
               MOVE ZEROS                  TO         WS-LIQUIDO
           END-IF.
      *----------------------------------------------------------------*
       3500-99-DESCONTOS-EXIT.             EXIT.
      *================================================================*
       3600-FGTS-MULTA                     SECTION.
      *================================================================*
      * FGTS DO MES RESCISORIO SOBRE SALDO, AVISO INDENIZADO E 13O.    *
      * MULTA SOBRE O SALDO DO FGTSHIS MAIS O FGTS DO MES: 40 PORCENTO *
      * NA DISPENSA SEM JUSTA CAUSA, 20 NO ACORDO. E ENCARGO DO        *
      * EMPREGADOR RECOLHIDO NA CONTA VINCULADA - NAO ENTRA NO LIQUIDO.*
      *----------------------------------------------------------------*
           MOVE WS-SALDO-SALARIO           TO         WS-BASE-FGTS.
           ADD  WS-AVISO  WS-13-SALARIO    TO         WS-BASE-FGTS.
           COMPUTE WS-FGTS-MES ROUNDED =
                   WS-BASE-FGTS * WS-ALIQ-FGTS / 100.

           EVALUATE TRUE
               WHEN RSC-SEM-JUSTA-CAUSA
                   MOVE 40                 TO         WS-PERC-MULTA
               WHEN RSC-ACORDO
                   MOVE 20                 TO         WS-PERC-MULTA
               WHEN OTHER
                   MOVE ZEROS              TO         WS-PERC-MULTA
           END-EVALUATE.

           MOVE WS-RSC-SALDO-FGTS (WS-RSC-ACHADO) TO  WS-BASE-MULTA.
           ADD  WS-FGTS-MES                TO         WS-BASE-MULTA.
           COMPUTE WS-MULTA ROUNDED =
                   WS-BASE-MULTA * WS-PERC-MULTA / 100.
      *----------------------------------------------------------------*
       3600-99-FGTS-MULTA-EXIT.            EXIT.
      *================================================================*
       5000-CALCULA-INSS                   SECTION.
      *================================================================*
      * INSS PROGRESSIVO SOBRE WS-BASE-INSS: CADA FAIXA TRIBUTA SO A   *
      * FATIA DA BASE DENTRO DELA; ACIMA DA ULTIMA FAIXA, PELO TETO.   *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-INSS.
           MOVE ZEROS                      TO         WS-PISO-FAIXA.

           IF  WS-BASE-INSS                EQUAL      ZEROS
               GO TO 5000-99-CALCULA-INSS-EXIT
           END-IF.

           IF  WS-BASE-INSS                GREATER
               WS-INS-LIMITE (WS-QTDE-INS)
               MOVE WS-INS-LIMITE (WS-QTDE-INS) TO    WS-BASE-INSS
           END-IF.

           PERFORM 5050-FAIXA-INSS THRU 5050-99-FAIXA-INSS-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-INS.
      *----------------------------------------------------------------*
       5000-99-CALCULA-INSS-EXIT.          EXIT.
      *================================================================*
       5050-FAIXA-INSS                     SECTION.
      *================================================================*
           IF  WS-BASE-INSS                GREATER    WS-PISO-FAIXA
               IF  WS-BASE-INSS    NOT GREATER
                   WS-INS-LIMITE (WS-IND)
                   COMPUTE WS-FATIA = WS-BASE-INSS - WS-PISO-FAIXA
               ELSE
                   COMPUTE WS-FATIA = WS-INS-LIMITE (WS-IND)
                                    - WS-PISO-FAIXA
               END-IF
               COMPUTE WS-INSS ROUNDED = WS-INSS
                       + (WS-FATIA * WS-INS-ALIQUOTA (WS-IND) / 100)
           END-IF.
           MOVE WS-INS-LIMITE (WS-IND)     TO         WS-PISO-FAIXA.
      *----------------------------------------------------------------*
       5050-99-FAIXA-INSS-EXIT.            EXIT.
      *================================================================*
       5500-CALCULA-IRRF                   SECTION.
      *================================================================*
      * IRRF PELA FAIXA DE WS-BASE-IRRF: ALIQUOTA SOBRE A BASE MENOS A *
      * PARCELA A DEDUZIR; RESULTADO NEGATIVO VIRA ZERO.               *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IRRF.
           IF  WS-BASE-IRRF                EQUAL      ZEROS
               GO TO 5500-99-CALCULA-IRRF-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-ACHOU-FAIXA.
           PERFORM 5550-FAIXA-IRRF THRU 5550-99-FAIXA-IRRF-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-IRF
                      OR WS-ACHOU-FAIXA EQUAL 'S'.

           IF  WS-ACHOU-FAIXA              EQUAL      'N'
               COMPUTE WS-IRRF ROUNDED =
                       (WS-BASE-IRRF * WS-IRF-ALIQUOTA (WS-QTDE-IRF)
                        / 100) - WS-IRF-DEDUZIR (WS-QTDE-IRF)
           END-IF.

           IF  WS-IRRF                     LESS       ZEROS
               MOVE ZEROS                  TO         WS-IRRF
           END-IF.
      *----------------------------------------------------------------*
       5500-99-CALCULA-IRRF-EXIT.          EXIT.
      *================================================================*
       5550-FAIXA-IRRF                     SECTION.
      *================================================================*
           IF  WS-BASE-IRRF            NOT GREATER
               WS-IRF-LIMITE (WS-IND)
               MOVE 'S'                    TO         WS-ACHOU-FAIXA
               COMPUTE WS-IRRF ROUNDED =
                       (WS-BASE-IRRF * WS-IRF-ALIQUOTA (WS-IND)
                        / 100) - WS-IRF-DEDUZIR (WS-IND)
           END-IF.
      *----------------------------------------------------------------*
       5550-99-FAIXA-IRRF-EXIT.            EXIT.
      *================================================================*
       6000-IMPRIME-TRCT                   SECTION.
      *================================================================*
           MOVE '6000-IMPRIME-TRCT'        TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       TRC-TITULO.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
           WRITE REG-REL                   FROM       TRC-TRACO.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.

           MOVE FUN-CODIGO                 TO         TRCE-CODIGO.
           MOVE FUN-NOME                   TO         TRCE-NOME.
           MOVE FUN-SALARIO-BRUTO          TO         TRCE-SALARIO.
           WRITE REG-REL                   FROM       TRC-EMPREGADO.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.

           MOVE WS-ADM-DIA                 TO         WS-EDT-DIA.
           MOVE WS-ADM-MES                 TO         WS-EDT-MES.
           MOVE WS-ADM-ANO                 TO         WS-EDT-ANO.
           MOVE WS-DATA-EDIT               TO         TRCD-ADMISSAO.
           MOVE WS-DES-DIA                 TO         WS-EDT-DIA.
           MOVE WS-DES-MES                 TO         WS-EDT-MES.
           MOVE WS-DES-ANO                 TO         WS-EDT-ANO.
           MOVE WS-DATA-EDIT               TO         TRCD-AFASTAMENTO.
           MOVE WS-PRJ-DIA                 TO         WS-EDT-DIA.
           MOVE WS-PRJ-MES                 TO         WS-EDT-MES.
           MOVE WS-PRJ-ANO                 TO         WS-EDT-ANO.
           MOVE WS-DATA-EDIT               TO         TRCD-PROJECAO.
           WRITE REG-REL                   FROM       TRC-DATAS.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.

           EVALUATE TRUE
               WHEN RSC-SEM-JUSTA-CAUSA
                   MOVE 'DISPENSA SEM JUSTA CAUSA'  TO TRCC-CAUSA
               WHEN RSC-PEDIDO-DEMISSAO
                   MOVE 'PEDIDO DE DEMISSAO'        TO TRCC-CAUSA
               WHEN RSC-JUSTA-CAUSA
                   MOVE 'DISPENSA POR JUSTA CAUSA'  TO TRCC-CAUSA
               WHEN RSC-ACORDO
                   MOVE 'ACORDO ENTRE AS PARTES'    TO TRCC-CAUSA
           END-EVALUATE.
           IF  RSC-JUSTA-CAUSA
               MOVE 'NAO HA'               TO         TRCC-AVISO
               MOVE ZEROS                  TO         TRCC-DIAS
           ELSE
               IF  RSC-AVISO-INDENIZADO
                   IF  RSC-PEDIDO-DEMISSAO
                       MOVE 'NAO CUMPRIDO' TO         TRCC-AVISO
                   ELSE
                       MOVE 'INDENIZADO'   TO         TRCC-AVISO
                   END-IF
               ELSE
                   MOVE 'TRABALHADO'       TO         TRCC-AVISO
               END-IF
               MOVE WS-DIAS-AVISO          TO         TRCC-DIAS
           END-IF.
           WRITE REG-REL                   FROM       TRC-CAUSA.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
           WRITE REG-REL                   FROM       TRC-TRACO.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.

           MOVE 'VERBAS RESCISORIAS'       TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.

           MOVE WS-DIAS-SALDO              TO         WS-REFD-DIAS.
           MOVE 'SALDO DE SALARIO'         TO         TRCV-ROTULO.
           MOVE WS-REF-DIAS                TO         TRCV-REF.
           MOVE WS-SALDO-SALARIO           TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'AVISO PREVIO INDENIZADO'  TO         TRCV-ROTULO.
           MOVE SPACES                     TO         TRCV-REF.
           MOVE WS-AVISO                   TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'FERIAS VENCIDAS'          TO         TRCV-ROTULO.
           MOVE WS-FER-VENCIDAS            TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE WS-AVOS-FER                TO         WS-REFA-AVOS.
           MOVE 'FERIAS PROPORCIONAIS'     TO         TRCV-ROTULO.
           MOVE WS-REF-AVOS                TO         TRCV-REF.
           MOVE WS-FER-PROP                TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE '1/3 CONSTITUCIONAL DE FERIAS'
                                           TO         TRCV-ROTULO.
           MOVE SPACES                     TO         TRCV-REF.
           MOVE WS-TERCO                   TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE WS-AVOS-13                 TO         WS-REFA-AVOS.
           MOVE '13O SALARIO PROPORCIONAL' TO         TRCV-ROTULO.
           MOVE WS-REF-AVOS                TO         TRCV-REF.
           MOVE WS-13-SALARIO              TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'TOTAL BRUTO'              TO         TRCV-ROTULO.
           MOVE SPACES                     TO         TRCV-REF.
           MOVE WS-TOTAL-BRUTO             TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'DEDUCOES'                 TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.

           MOVE 'INSS SOBRE SALDO DE SALARIO'
                                           TO         TRCV-ROTULO.
           MOVE WS-INSS-SALDO              TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'IRRF SOBRE SALDO DE SALARIO'
                                           TO         TRCV-ROTULO.
           MOVE WS-IRRF-SALDO              TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'INSS SOBRE 13O SALARIO'   TO         TRCV-ROTULO.
           MOVE WS-INSS-13                 TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'IRRF SOBRE 13O SALARIO'   TO         TRCV-ROTULO.
           MOVE WS-IRRF-13                 TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'ADIANTAMENTO DO 13O SALARIO'
                                           TO         TRCV-ROTULO.
           MOVE WS-ADIANT-13               TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'AVISO PREVIO NAO CUMPRIDO'
                                           TO         TRCV-ROTULO.
           MOVE WS-DESC-AVISO              TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'TOTAL DAS DEDUCOES'       TO         TRCV-ROTULO.
           MOVE WS-TOTAL-DESC              TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'VALOR LIQUIDO A RECEBER'  TO         TRCV-ROTULO.
           MOVE WS-LIQUIDO                 TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'FGTS (CONTA VINCULADA)'   TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.

           MOVE 'SALDO PARA FINS RESCISORIOS'
                                           TO         TRCV-ROTULO.
           MOVE WS-RSC-SALDO-FGTS (WS-RSC-ACHADO) TO  TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE 'FGTS DO MES RESCISORIO'   TO         TRCV-ROTULO.
           MOVE WS-FGTS-MES                TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE WS-PERC-MULTA              TO         WS-REFP-PERC.
           MOVE 'MULTA RESCISORIA DO FGTS' TO         TRCV-ROTULO.
           MOVE WS-REF-PERC                TO         TRCV-REF.
           MOVE WS-MULTA                   TO         TRCV-VALOR.
           PERFORM 6200-GRAVA-VERBA THRU 6200-99-GRAVA-VERBA-EXIT.

           MOVE SPACES                     TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.
           MOVE SPACES                     TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.
           WRITE REG-REL                   FROM       TRC-ASSINA.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
           WRITE REG-REL                   FROM       TRC-ASSINA-ROTULO.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
           MOVE SPACES                     TO         REG-REL.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.
      *----------------------------------------------------------------*
       6000-99-IMPRIME-TRCT-EXIT.          EXIT.
      *================================================================*
       6100-GRAVA-LINHA                    SECTION.
      *================================================================*
           WRITE REG-REL.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
      *----------------------------------------------------------------*
       6100-99-GRAVA-LINHA-EXIT.           EXIT.
      *================================================================*
       6200-GRAVA-VERBA                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       TRC-VERBA.
           PERFORM 8000-FS-RELTRCT THRU 8000-99-FS-RELTRCT-EXIT.
           MOVE SPACES                     TO         TRCV-REF.
      *----------------------------------------------------------------*
       6200-99-GRAVA-VERBA-EXIT.           EXIT.
      *================================================================*
       6500-GRAVA-SAIDAS                   SECTION.
      *================================================================*
      * RESCNET (CREDITO DO LIQUIDO PELO VRB741S), FOLHIST (RODADA 'R' *
      * COM SALDO TRIBUTAVEL E VERBAS ISENTAS; RODADA '2' COM O 13O,   *
      * LIQUIDO DO ADIANTAMENTO JA LANCADO NA RODADA '1') E FGTSMOV.   *
      *----------------------------------------------------------------*
           MOVE '6500-GRAVA-SAIDAS'        TO         WS-CODIGO-AREA.

           INITIALIZE REG-NET.
           MOVE FUN-CODIGO                 TO         NET-CODIGO.
           MOVE FUN-NOME                   TO         NET-NOME.
           MOVE WS-TOTAL-BRUTO             TO         NET-BRUTO.
           COMPUTE NET-INSS = WS-INSS-SALDO + WS-INSS-13.
           COMPUTE NET-IRRF = WS-IRRF-SALDO + WS-IRRF-13.
           MOVE WS-LIQUIDO                 TO         NET-LIQUIDO.
           MOVE FUN-BANCO                  TO         NET-BANCO.
           MOVE FUN-AGENCIA                TO         NET-AGENCIA.
           MOVE FUN-CONTA-CORRENTE         TO        NET-CONTA-CORRENTE.
           MOVE WS-FGTS-MES                TO         NET-FGTS.
           MOVE ZEROS                      TO         NET-CONSIGNADO
                                                      NET-VT
                                                      NET-VR
                                                      NET-SAUDE
                                                      NET-DISSIDIO.
           WRITE REG-NET.
           IF  WS-FS-NET                   NOT EQUAL  '00'
               MOVE WS-FS-NET              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO RESCNET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-HST.
           MOVE FUN-CODIGO                 TO         HST-CODIGO.
           MOVE FUN-NOME                   TO         HST-NOME.
           MOVE WS-DATA-DES (1:6)          TO         HST-ANOMES.
           MOVE 'R'                        TO         HST-MODO.
           MOVE WS-SALDO-SALARIO           TO         HST-BRUTO.
           MOVE WS-INSS-SALDO              TO         HST-INSS.
           MOVE WS-IRRF-SALDO              TO         HST-IRRF.
           MOVE ZEROS                      TO         HST-CONSIGNADO.
           MOVE WS-LIQUIDO                 TO         HST-LIQUIDO.
           MOVE WS-TOTAL-ISENTO            TO         HST-ISENTO.
           MOVE WS-DATA-HOJE               TO         HST-DATA.
           PERFORM 6600-GRAVA-FOLHIST THRU 6600-99-GRAVA-FOLHIST-EXIT.

           IF  WS-13-SALARIO               GREATER    ZEROS
               COMPUTE WS-BRUTO-13 = WS-13-SALARIO - WS-ADIANT-13
               IF  WS-BRUTO-13             LESS       ZEROS
                   MOVE ZEROS              TO         WS-BRUTO-13
               END-IF
               MOVE '2'                    TO         HST-MODO
               MOVE WS-BRUTO-13            TO         HST-BRUTO
               MOVE WS-INSS-13             TO         HST-INSS
               MOVE WS-IRRF-13             TO         HST-IRRF
               MOVE ZEROS                  TO         HST-LIQUIDO
                                                      HST-ISENTO
               PERFORM 6600-GRAVA-FOLHIST
                   THRU 6600-99-GRAVA-FOLHIST-EXIT
           END-IF.

           IF  WS-FGTS-MES                 GREATER    ZEROS
               MOVE SPACES                 TO         REG-FGM
               MOVE FUN-CODIGO             TO         FGM-CODIGO
               MOVE FUN-NOME               TO         FGM-NOME
               MOVE WS-DATA-DES (1:6)      TO         FGM-ANOMES
               MOVE 'R'                    TO         FGM-MODO
               MOVE WS-BASE-FGTS           TO         FGM-BASE
               MOVE WS-FGTS-MES            TO         FGM-DEPOSITO
               MOVE WS-DATA-HOJE           TO         FGM-DATA
               WRITE REG-FGM
               IF  WS-FS-FGM               NOT EQUAL  '00'
                   MOVE WS-FS-FGM          TO         WS-AREA-STAT
                   MOVE 'ERRO AO GRAVAR MOVIMENTO FGTSMOV'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-GRAVADOS-FGM
           END-IF.

           ADD  1                          TO         WS-RESCISOES.
           ADD  WS-LIQUIDO                 TO         WS-TOT-LIQUIDO.
           ADD  WS-MULTA                   TO         WS-TOT-MULTA.
      *----------------------------------------------------------------*
       6500-99-GRAVA-SAIDAS-EXIT.          EXIT.
      *================================================================*
       6600-GRAVA-FOLHIST                  SECTION.
      *================================================================*
           WRITE REG-HST.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HST.
      *----------------------------------------------------------------*
       6600-99-GRAVA-FOLHIST-EXIT.         EXIT.
      *================================================================*
       7000-NAO-CADASTRADO                 SECTION.
      *================================================================*
           IF  WS-RSC-USADO (WS-IND-RSC)   EQUAL      'N'
               MOVE WS-RSC-REGISTRO (WS-IND-RSC)
                                           TO         RRJ-REGISTRO
               MOVE 'FUNCIONARIO NAO CADASTRADO NO CADFUN'
                                           TO         RRJ-MOTIVO
               PERFORM 1190-REJEITA THRU 1190-99-REJEITA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       7000-99-NAO-CADASTRADO-EXIT.        EXIT.
      *================================================================*
       8000-FS-RELTRCT                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELTRCT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR O TRCT RELTRCT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELTRCT-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CADFUN  CADFUNN  RESCNET  RELTRCT  RESCREJ  FOLHIST
                 FGTSMOV.

           IF  WS-FS-FUNN                  NOT EQUAL  '00'
           OR  WS-FS-NET                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-RRJ                   NOT EQUAL  '00'
           OR  WS-FS-HST                   NOT EQUAL  '00'
           OR  WS-FS-FGM                   NOT EQUAL  '00'
               MOVE WS-FS-FUNN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO RESCMOV      =    ' WS-LIDOS-RSC.
           DISPLAY '* REJEITADOS (RESCREJ)  =    ' WS-REJEITADOS.
           DISPLAY '* RESCISOES CALCULADAS  =    ' WS-RESCISOES.
           DISPLAY '* FUNCIONARIOS LIDOS    =    ' WS-LIDOS-FUN.
           DISPLAY '* GRAVADOS NO CADFUNN   =    ' WS-GRAVADOS-FUN.
           DISPLAY '* REGISTROS EM FOLHIST  =    ' WS-GRAVADOS-HST.
           DISPLAY '* REGISTROS EM FGTSMOV  =    ' WS-GRAVADOS-FGM.
           DISPLAY '* TOTAL LIQUIDO         =    ' WS-TOT-LIQUIDO.
           DISPLAY '* TOTAL MULTA FGTS      =    ' WS-TOT-MULTA.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-RSC              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-RESCISOES              TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB856S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
