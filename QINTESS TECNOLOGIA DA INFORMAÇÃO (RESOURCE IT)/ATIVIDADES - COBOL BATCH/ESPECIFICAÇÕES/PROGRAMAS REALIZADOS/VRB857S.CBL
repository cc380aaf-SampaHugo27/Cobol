       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB857S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DIFERENCAS RETROATIVAS DO DISSIDIO COLETIVO. O       *
      * ACORDO E ASSINADO MESES DEPOIS DA DATA-BASE E O REAJUSTE DO    *
      * EM01EX08 (VRB634S) SO VALE DALI EM DIANTE; ESTE PASSO APURA O  *
      * QUE FALTOU PAGAR NOS MESES JA FECHADOS. COM O PERCENTUAL E A   *
      * DATA-BASE DO CARTAO DISPARM, LE O HISTORICO DE FOLHA FOLHIST   *
      * (ESTENDIDO PELO VRB740S A CADA RODADA) E:                      *
      *   1. DE CADA COMPETENCIA DA DATA-BASE ATE O MES ANTERIOR AO    *
      *      CORRENTE, FUNCIONARIO E MODO VALE A ULTIMA RODADA         *
      *      (MENSAL 'M', FERIAS 'F' E PARCELAS '1'/'2' DO 13O);       *
      *   2. REFAZ O BRUTO DE CADA RODADA PELO SALARIO NOVO: TODAS AS  *
      *      VERBAS DA FOLHA (SALARIO, HORAS EXTRAS, ADICIONAL NOTURNO,*
      *      DSR, FALTAS, 13O, FERIAS E O TERCO) SAO PROPORCIONAIS AO  *
      *      SALARIO BASE, ENTAO O BRUTO NOVO E O BRUTO PAGO MAIS O    *
      *      PERCENTUAL E A DIFERENCA JA TRAZ O REFLEXO EM EXTRAS, 13O *
      *      E FERIAS;                                                 *
      *   3. RECALCULA INSS E IRRF POR COMPETENCIA, COM AS TABELAS     *
      *      VIGENTES NO MES (PARMMST PELA ROTINA PARGET31, COM QUEDA  *
      *      NOS PARMS LEGADOS INSSPARM/IRRFPARM): MENSAL E FERIAS DO  *
      *      MES NUMA BASE, 13O INTEGRAL (PARCELA 2) EM OUTRA; A       *
      *      DIFERENCA DE DESCONTO E O DESCONTO SOBRE O BRUTO NOVO     *
      *      MENOS O DESCONTO SOBRE O BRUTO PAGO;                      *
      *   4. IMPRIME AS DIFERENCAS POR COMPETENCIA (RELDISS) E GRAVA   *
      *      O DISMOV, UM REGISTRO POR FUNCIONARIO, PAGO PELO VRB740S  *
      *      NA RODADA MENSAL SEGUINTE EM LINHA PROPRIA. O REGISTRO    *
      *      LEVA A COMPETENCIA DE PAGAMENTO (O MES CORRENTE, PRIMEIRO *
      *      FORA DA REVISAO) E SO A FOLHA DESSA COMPETENCIA O PAGA.   *
      * FUNCIONARIO DESLIGADO OU FORA DO CADFUN SAI NO RELATORIO COMO  *
      * NAO PAGO (A DIFERENCA DELE VAI PELA RESCISAO COMPLEMENTAR).    *
      * RODADAS DE RESCISAO ('R') E DE DISSIDIO JA PAGO ('D') NAO      *
      * ENTRAM NO CALCULO.                                             *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          DISMOV COM A COMPETENCIA DE  *
      *                                   PAGAMENTO (DIS-ANOMES-PAGTO, *
      *                                   REGISTRO COM 90 POSICOES):   *
      *                                   O VRB740S REJEITA O          *
      *                                   MOVIMENTO DE OUTRA           *
      *                                   COMPETENCIA E A DIFERENCA    *
      *                                   NAO SE PAGA MAIS DE UMA VEZ  *
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

           SELECT DISPARM        ASSIGN TO DISPARM
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT CADFUN         ASSIGN TO CADFUN
           FILE STATUS           IS        WS-FS-FUN.
      *----------------------------------------------------------------*
           SELECT FOLHIST        ASSIGN TO FOLHIST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT HSTWK          ASSIGN TO HSTWK.
      *----------------------------------------------------------------*
           SELECT INSSPARM       ASSIGN TO INSSPARM
           FILE STATUS           IS        WS-FS-INS.
      *----------------------------------------------------------------*
           SELECT IRRFPARM       ASSIGN TO IRRFPARM
           FILE STATUS           IS        WS-FS-IRF.
      *----------------------------------------------------------------*
           SELECT DISMOV         ASSIGN TO DISMOV
           FILE STATUS           IS        WS-FS-DIS.
      *----------------------------------------------------------------*
           SELECT RELDISS        ASSIGN TO RELDISS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   CARTAO DO DISSIDIO: PERCENTUAL ACORDADO E DATA-BASE          *
      *----------------------------------------------------------------*
       FD  DISPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-PERCENTUAL               PIC 9(02)V99.
           05 PAR-DATA-BASE                PIC 9(08).
           05 FILLER                       PIC X(68).
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
       SD  HSTWK.

       01  REG-HSTWK.
           05 SW-ANOMES                    PIC 9(06).
           05 SW-CODIGO                    PIC 9(05).
           05 SW-MODO                      PIC X(01).
           05 SW-SEQ                       PIC 9(07).
           05 SW-REGISTRO                  PIC X(100).
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
      *   DIFERENCAS A PAGAR NA PROXIMA RODADA MENSAL DO VRB740S       *
      *   (DIS-13 E A PARTE DO BRUTO QUE VEM DO 13O)                   *
      *----------------------------------------------------------------*
       FD  DISMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 90 CHARACTERS
           DATA RECORD IS       REG-DIS.

       01  REG-DIS.
           05 DIS-CODIGO                   PIC 9(05).
           05 DIS-NOME                     PIC X(20).
           05 DIS-DATA-BASE                PIC 9(08).
           05 DIS-PERCENTUAL               PIC 9(02)V99.
           05 DIS-COMPETENCIAS             PIC 9(03).
           05 DIS-BRUTO                    PIC 9(07)V99.
           05 DIS-13                       PIC 9(07)V99.
           05 DIS-INSS                     PIC 9(07)V99.
           05 DIS-IRRF                     PIC 9(07)V99.
           05 FILLER                       PIC X(04).
           05 DIS-ANOMES-PAGTO             PIC 9(06).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  RELDISS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-FUN                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-INS                       PIC X(02)     VALUE '00'.
       77  WS-FS-IRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-DIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-FUN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HST                    PIC 9(07)     VALUE ZEROS.
       77  WS-SELECIONADOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-RODADAS-SUBST                PIC 9(07)     VALUE ZEROS.
       77  WS-COMPETENCIAS                 PIC 9(05)     VALUE ZEROS.
       77  WS-NAO-PAGOS                    PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-DIS                 PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-BRUTO                    PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-13                       PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-INSS                     PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-IRRF                     PIC 9(11)V99  VALUE ZEROS.
       77  WS-TOT-NAO-PAGO                 PIC 9(11)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS E PARAMETROS DO DISSIDIO                 *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-HOJE                  PIC 9(06)     VALUE ZEROS.
       77  WS-ANOMES-BASE                  PIC 9(06)     VALUE ZEROS.
       77  WS-PERCENTUAL                   PIC 9(02)V99  VALUE ZEROS.
       77  WS-FATOR                        PIC 9(03)V99  VALUE ZEROS.
       77  WS-DATA-TABELA                  PIC 9(08)     VALUE ZEROS.
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
      *----------------------------------------------------------------*
      *        CADASTRO DE FUNCIONARIOS CARREGADO (ATE 1000)           *
      *        COM AS DIFERENCAS ACUMULADAS DE TODAS AS COMPETENCIAS   *
      *----------------------------------------------------------------*
       77  WS-QTDE-FUN                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-FUN                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-FUN-ACHADO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-FUN.
           05 WS-FUN-ITEM                  OCCURS 1000 TIMES.
              10 WS-FUN-CODIGO             PIC 9(05).
              10 WS-FUN-NOME               PIC X(20).
              10 WS-FUN-SITUACAO           PIC X(01).
              10 WS-FUN-COMPETENCIAS       PIC 9(03).
              10 WS-FUN-BRUTO              PIC 9(07)V99.
              10 WS-FUN-13                 PIC 9(07)V99.
              10 WS-FUN-INSS               PIC 9(07)V99.
              10 WS-FUN-IRRF               PIC 9(07)V99.
      *----------------------------------------------------------------*
      *        RODADA PENDENTE (VALE SE FOR A ULTIMA DO SEU MODO)      *
      *----------------------------------------------------------------*
       01  WS-HST.
           05 WS-HST-CODIGO                PIC 9(05).
           05 WS-HST-NOME                  PIC X(20).
           05 WS-HST-ANOMES                PIC 9(06).
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
      *           APURACAO DO FUNCIONARIO NA COMPETENCIA               *
      *----------------------------------------------------------------*
       77  WS-ANOMES-ATUAL                 PIC 9(06)     VALUE ZEROS.
       01  WS-ANOMES-EDIT                  PIC 9(06)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-ANOMES-EDIT.
           05 WS-AME-ANO                   PIC 9(04).
           05 WS-AME-MES                   PIC 9(02).
       77  WS-COD-ATUAL                    PIC 9(05)     VALUE ZEROS.
       77  WS-NOME-ATUAL                   PIC X(20)     VALUE SPACES.
       77  WS-BRUTO-NOVO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-MEN-ANTIGO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-MEN-NOVO                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-13-ANTIGO                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-13-NOVO                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-P2-ANTIGO                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-P2-NOVO                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-TEM-P2                       PIC X(01)     VALUE 'N'.
       77  WS-DIF-BRUTO                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-DIF-13                       PIC 9(07)V99  VALUE ZEROS.
       77  WS-DIF-INSS                     PIC S9(07)V99 VALUE ZEROS.
       77  WS-DIF-IRRF                     PIC S9(07)V99 VALUE ZEROS.
       77  WS-INSS-ANTIGO                  PIC 9(07)V99  VALUE ZEROS.
       77  WS-IRRF-ANTIGO                  PIC 9(07)V99  VALUE ZEROS.
       77  WS-BASE-CALC                    PIC 9(07)V99  VALUE ZEROS.
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
      *  (9(7)V99). A VIGENCIA E A DO PRIMEIRO DIA DA COMPETENCIA.     *
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
      *                 LAYOUT DO RELATORIO RELDISS                    *
      *----------------------------------------------------------------*
       01  CAB-01.
           05 FILLER                       PIC X(35)  VALUE
                          'DIFERENCAS RETROATIVAS DE DISSIDIO'.
           05 FILLER                       PIC X(12)  VALUE
                          'DATA-BASE: '.
           05 CAB1-DATA-BASE               PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE
                          '   PERC: '.
           05 CAB1-PERCENTUAL              PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(09)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-02.
           05 FILLER                       PIC X(30)  VALUE
                          'COMPET. CODIGO NOME'.
           05 FILLER                       PIC X(50)  VALUE
           '   B.PAGO    B.NOVO DIFERENCA  DIF.INSS  DIF.IRRF '.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  DET-DIF.
           05 DETD-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETD-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETD-NOME                    PIC X(15)  VALUE SPACES.
           05 DETD-ANTIGO                  PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-NOVO                    PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-DIFERENCA               PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-INSS                    PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-IRRF                    PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-NAO-PAGO.
           05 FILLER                       PIC X(16)  VALUE SPACES.
           05 FILLER                       PIC X(64)  VALUE
             '*** DESLIGADO OU FORA DO CADFUN - NAO VAI PARA O DISMOV'.
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
       01  WS-DATA-EDIT.
           05 WS-EDT-DIA                   PIC 9(02).
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 WS-EDT-MES                   PIC 9(02).
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 WS-EDT-ANO                   PIC 9(04).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB857S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB857S'.
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
                ASCENDING  KEY             SW-ANOMES
                                           SW-CODIGO
                                           SW-MODO
                                           SW-SEQ
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-APURA.

           PERFORM 7000-GRAVA-DISMOV
               THRU 7000-99-GRAVA-DISMOV-EXIT
                   VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN GREATER WS-QTDE-FUN.

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
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.
           MOVE  WS-DATA-HOJE (1:6)        TO         WS-ANOMES-HOJE.

           PERFORM 1100-LE-DISPARM THRU 1100-99-LE-DISPARM-EXIT.
           PERFORM 1200-CARREGA-CADFUN
               THRU 1200-99-CARREGA-CADFUN-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT  DISMOV  RELDISS.
           IF    WS-FS-DIS                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-DIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-VAL-DIA                 TO         WS-EDT-DIA.
           MOVE WS-VAL-MES                 TO         WS-EDT-MES.
           MOVE WS-VAL-ANO                 TO         WS-EDT-ANO.
           MOVE WS-DATA-EDIT               TO         CAB1-DATA-BASE.
           MOVE WS-PERCENTUAL              TO         CAB1-PERCENTUAL.
           WRITE REG-REL                   FROM       CAB-01.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.
           WRITE REG-REL                   FROM       CAB-02.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LE-DISPARM                     SECTION.
      *================================================================*
      * PERCENTUAL ACORDADO (9(2)V99, MAIOR QUE ZERO) E DATA-BASE DO   *
      * DISSIDIO (AAAAMMDD VALIDA, EM MES JA FECHADO).                 *
      *----------------------------------------------------------------*
           MOVE '1100-LE-DISPARM'          TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DISPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO DISPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  DISPARM.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
           OR    PAR-PERCENTUAL            NOT NUMERIC
           OR    PAR-DATA-BASE             NOT NUMERIC
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'DISPARM VAZIO OU COM CAMPOS NAO NUMERICOS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE DISPARM.

           IF    PAR-PERCENTUAL            EQUAL      ZEROS
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'DISPARM COM PERCENTUAL ZERADO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  PAR-DATA-BASE             TO         WS-DATA-VAL.
           PERFORM 1150-VALIDA-DATA THRU 1150-99-VALIDA-DATA-EXIT.
           IF    WS-DATA-OK                EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'DISPARM COM DATA-BASE INVALIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  PAR-DATA-BASE (1:6)       TO         WS-ANOMES-BASE.
           IF    WS-ANOMES-BASE            NOT LESS   WS-ANOMES-HOJE
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'DATA-BASE SEM COMPETENCIA FECHADA A REVER'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  PAR-PERCENTUAL            TO         WS-PERCENTUAL.
           COMPUTE WS-FATOR = WS-PERCENTUAL + 100.
      *----------------------------------------------------------------*
       1100-99-LE-DISPARM-EXIT.            EXIT.
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
       1200-CARREGA-CADFUN                 SECTION.
      *================================================================*
      * O CADASTRO DIZ QUEM AINDA ESTA NA FOLHA (SO ELES RECEBEM AS    *
      * DIFERENCAS PELO VRB740S) E GUARDA O ACUMULADO DE CADA UM.      *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-CADFUN'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADFUN.
           IF    WS-FS-FUN                 NOT EQUAL  '00'
                 MOVE WS-FS-FUN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADFUN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1210-LE-CADFUN THRU 1210-99-LE-CADFUN-EXIT
                   UNTIL WS-FS-FUN         EQUAL      '10'.
           CLOSE CADFUN.
      *----------------------------------------------------------------*
       1200-99-CARREGA-CADFUN-EXIT.        EXIT.
      *================================================================*
       1210-LE-CADFUN                      SECTION.
      *================================================================*
           READ  CADFUN.
           IF  WS-FS-FUN   NOT EQUAL '00'
           AND WS-FS-FUN   NOT EQUAL '10'
               MOVE WS-FS-FUN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADFUN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FUN                   NOT EQUAL  '00'
               GO TO 1210-99-LE-CADFUN-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-FUN.
           IF  WS-QTDE-FUN                 EQUAL      1000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 1000 FUNCIONARIOS NO CADFUN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-FUN.
           INITIALIZE WS-FUN-ITEM (WS-QTDE-FUN).
           MOVE FUN-CODIGO         TO  WS-FUN-CODIGO   (WS-QTDE-FUN).
           MOVE FUN-NOME           TO  WS-FUN-NOME     (WS-QTDE-FUN).
           MOVE FUN-SITUACAO       TO  WS-FUN-SITUACAO (WS-QTDE-FUN).
      *----------------------------------------------------------------*
       1210-99-LE-CADFUN-EXIT.             EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * ENTRAM NO SORT AS RODADAS MENSAL, FERIAS E 13O DAS COMPETENCIAS*
      * DA DATA-BASE ATE O MES ANTERIOR AO CORRENTE. SEM HISTORICO     *
      * (35) NAO HA DIFERENCA A PAGAR.                                 *
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
           IF  HST-ANOMES                  LESS       WS-ANOMES-BASE
           OR  HST-ANOMES                  NOT LESS   WS-ANOMES-HOJE
               GO TO 2100-99-RELEASE-HISTORICO-EXIT
           END-IF.
           IF  HST-MODO                    NOT EQUAL  'M'
           AND HST-MODO                    NOT EQUAL  'F'
           AND HST-MODO                    NOT EQUAL  '1'
           AND HST-MODO                    NOT EQUAL  '2'
               GO TO 2100-99-RELEASE-HISTORICO-EXIT
           END-IF.

           ADD  1                          TO         WS-SELECIONADOS.
           MOVE HST-ANOMES                 TO         SW-ANOMES.
           MOVE HST-CODIGO                 TO         SW-CODIGO.
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
           PERFORM 4100-COMPETENCIA  THRU 4100-99-COMPETENCIA-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-APURA-EXIT.                 EXIT.
      *================================================================*
       4100-COMPETENCIA                    SECTION.
      *================================================================*
      * A CADA COMPETENCIA AS TABELAS DE INSS E IRRF SAO AS VIGENTES   *
      * NO PRIMEIRO DIA DO MES.                                        *
      *----------------------------------------------------------------*
           MOVE SW-ANOMES                  TO         WS-ANOMES-ATUAL.
           ADD  1                          TO         WS-COMPETENCIAS.
           PERFORM 4300-CARREGA-TABELAS
               THRU 4300-99-CARREGA-TABELAS-EXIT.

           PERFORM 4150-FUNCIONARIO THRU 4150-99-FUNCIONARIO-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-ANOMES         NOT EQUAL  WS-ANOMES-ATUAL.
      *----------------------------------------------------------------*
       4100-99-COMPETENCIA-EXIT.           EXIT.
      *================================================================*
       4150-FUNCIONARIO                    SECTION.
      *================================================================*
           MOVE SW-CODIGO                  TO         WS-COD-ATUAL.
           MOVE ZEROS                      TO         WS-MEN-ANTIGO
                                                      WS-MEN-NOVO
                                                      WS-13-ANTIGO
                                                      WS-13-NOVO
                                                      WS-P2-ANTIGO
                                                      WS-P2-NOVO.
           MOVE 'N'                        TO         WS-TEM-P2.

           PERFORM 4200-RODADA THRU 4200-99-RODADA-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-ANOMES         NOT EQUAL  WS-ANOMES-ATUAL
                      OR SW-CODIGO         NOT EQUAL  WS-COD-ATUAL.

           PERFORM 4400-DIFERENCAS THRU 4400-99-DIFERENCAS-EXIT.
      *----------------------------------------------------------------*
       4150-99-FUNCIONARIO-EXIT.           EXIT.
      *================================================================*
       4200-RODADA                         SECTION.
      *================================================================*
      * A RODADA SO VALE SE FOR A ULTIMA DA COMPETENCIA E MODO PARA O  *
      * FUNCIONARIO; UMA RODADA REPETIDA SUBSTITUI A ANTERIOR.         *
      *----------------------------------------------------------------*
           MOVE SW-REGISTRO                TO         WS-HST.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.

           IF  NOT WS-FIM-SORT-SIM
           AND SW-ANOMES                   EQUAL      WS-HST-ANOMES
           AND SW-CODIGO                   EQUAL      WS-HST-CODIGO
           AND SW-MODO                     EQUAL      WS-HST-MODO
               ADD  1                      TO         WS-RODADAS-SUBST
           ELSE
               PERFORM 4250-ACUMULA THRU 4250-99-ACUMULA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4200-99-RODADA-EXIT.                EXIT.
      *================================================================*
       4250-ACUMULA                        SECTION.
      *================================================================*
      * BRUTO NOVO = BRUTO PAGO X (100 + PERCENTUAL) / 100. MENSAL E   *
      * FERIAS FORMAM A BASE DO MES; AS PARCELAS DO 13O FORMAM A DO    *
      * 13O, TRIBUTADO SO NA PARCELA 2 SOBRE O 13O INTEGRAL.           *
      *----------------------------------------------------------------*
           MOVE WS-HST-NOME                TO         WS-NOME-ATUAL.
           COMPUTE WS-BRUTO-NOVO ROUNDED =
                   WS-HST-BRUTO * WS-FATOR / 100.

           EVALUATE WS-HST-MODO
               WHEN 'M'
               WHEN 'F'
                   ADD  WS-HST-BRUTO       TO         WS-MEN-ANTIGO
                   ADD  WS-BRUTO-NOVO      TO         WS-MEN-NOVO
               WHEN '1'
                   ADD  WS-HST-BRUTO       TO         WS-13-ANTIGO
                   ADD  WS-BRUTO-NOVO      TO         WS-13-NOVO
               WHEN '2'
                   ADD  WS-HST-BRUTO       TO         WS-13-ANTIGO
                   ADD  WS-BRUTO-NOVO      TO         WS-13-NOVO
                   MOVE WS-HST-BRUTO       TO         WS-P2-ANTIGO
                   MOVE WS-BRUTO-NOVO      TO         WS-P2-NOVO
                   MOVE 'S'                TO         WS-TEM-P2
           END-EVALUATE.
      *----------------------------------------------------------------*
       4250-99-ACUMULA-EXIT.               EXIT.
      *================================================================*
       4300-CARREGA-TABELAS                SECTION.
      *================================================================*
      * FAIXAS VIGENTES NO PRIMEIRO DIA DA COMPETENCIA NO MASTER       *
      * CENTRAL; SEM LINHA VIGENTE, CAEM OS PARMS LEGADOS.             *
      *----------------------------------------------------------------*
           MOVE '4300-CARREGA-TABELAS'     TO         WS-CODIGO-AREA.

           COMPUTE WS-DATA-TABELA = WS-ANOMES-ATUAL * 100 + 1.
           MOVE ZEROS                      TO         WS-QTDE-INS
                                                      WS-QTDE-IRF.

           MOVE 'I'                        TO         WS-DOMINIO-ATUAL.
           MOVE 'INSS    '                 TO         WS-PGT-DOMINIO.
           MOVE 'N'                        TO         WS-FIM-DOMINIO.
           PERFORM 4350-BUSCA-FAIXA
               THRU 4350-99-BUSCA-FAIXA-EXIT
                   VARYING WS-FAIXA-NR FROM 1 BY 1
                   UNTIL WS-FAIXA-NR GREATER 10
                      OR WS-FIM-DOMINIO EQUAL 'S'.

           MOVE 'R'                        TO         WS-DOMINIO-ATUAL.
           MOVE 'IRRF    '                 TO         WS-PGT-DOMINIO.
           MOVE 'N'                        TO         WS-FIM-DOMINIO.
           PERFORM 4350-BUSCA-FAIXA
               THRU 4350-99-BUSCA-FAIXA-EXIT
                   VARYING WS-FAIXA-NR FROM 1 BY 1
                   UNTIL WS-FAIXA-NR GREATER 10
                      OR WS-FIM-DOMINIO EQUAL 'S'.

           IF  WS-QTDE-INS                 EQUAL      ZEROS
               PERFORM 4500-LEGADO-INSS THRU 4500-99-LEGADO-INSS-EXIT
           END-IF.
           IF  WS-QTDE-INS                 EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'SEM FAIXAS DE INSS (CENTRAL E INSSPARM)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-QTDE-IRF                 EQUAL      ZEROS
               PERFORM 4600-LEGADO-IRRF THRU 4600-99-LEGADO-IRRF-EXIT
           END-IF.
           IF  WS-QTDE-IRF                 EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'SEM FAIXAS DE IRRF (CENTRAL E IRRFPARM)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4300-99-CARREGA-TABELAS-EXIT.       EXIT.
      *================================================================*
       4350-BUSCA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-FAIXA-NR                TO         WS-CHV-NUMERO.
           MOVE WS-CHAVE-FAIXA             TO         WS-PGT-CHAVE.
           MOVE WS-DATA-TABELA             TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   PERFORM 4360-APLICA-FAIXA
                       THRU 4360-99-APLICA-FAIXA-EXIT
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
       4350-99-BUSCA-FAIXA-EXIT.           EXIT.
      *================================================================*
       4360-APLICA-FAIXA                   SECTION.
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
       4360-99-APLICA-FAIXA-EXIT.          EXIT.
      *================================================================*
       4400-DIFERENCAS                     SECTION.
      *================================================================*
      * DIFERENCA DO FUNCIONARIO NA COMPETENCIA: BRUTO NOVO MENOS O    *
      * PAGO E, POR BASE (MES E 13O INTEGRAL), O INSS E O IRRF SOBRE O *
      * NOVO MENOS O INSS E O IRRF SOBRE O PAGO.                       *
      *----------------------------------------------------------------*
           MOVE '4400-DIFERENCAS'          TO         WS-CODIGO-AREA.

           COMPUTE WS-DIF-BRUTO = WS-MEN-NOVO - WS-MEN-ANTIGO.
           COMPUTE WS-DIF-13    = WS-13-NOVO  - WS-13-ANTIGO.
           ADD  WS-DIF-13                  TO         WS-DIF-BRUTO.
           MOVE ZEROS                      TO         WS-DIF-INSS
                                                      WS-DIF-IRRF.

           IF  WS-MEN-ANTIGO               GREATER    ZEROS
               MOVE WS-MEN-ANTIGO          TO         WS-BASE-CALC
               PERFORM 4450-DESCONTOS THRU 4450-99-DESCONTOS-EXIT
               MOVE WS-INSS                TO         WS-INSS-ANTIGO
               MOVE WS-IRRF                TO         WS-IRRF-ANTIGO
               MOVE WS-MEN-NOVO            TO         WS-BASE-CALC
               PERFORM 4450-DESCONTOS THRU 4450-99-DESCONTOS-EXIT
               COMPUTE WS-DIF-INSS = WS-DIF-INSS
                                   + WS-INSS - WS-INSS-ANTIGO
               COMPUTE WS-DIF-IRRF = WS-DIF-IRRF
                                   + WS-IRRF - WS-IRRF-ANTIGO
           END-IF.

           IF  WS-TEM-P2                   EQUAL      'S'
               COMPUTE WS-BASE-CALC = WS-P2-ANTIGO * 2
               PERFORM 4450-DESCONTOS THRU 4450-99-DESCONTOS-EXIT
               MOVE WS-INSS                TO         WS-INSS-ANTIGO
               MOVE WS-IRRF                TO         WS-IRRF-ANTIGO
               COMPUTE WS-BASE-CALC = WS-P2-NOVO * 2
               PERFORM 4450-DESCONTOS THRU 4450-99-DESCONTOS-EXIT
               COMPUTE WS-DIF-INSS = WS-DIF-INSS
                                   + WS-INSS - WS-INSS-ANTIGO
               COMPUTE WS-DIF-IRRF = WS-DIF-IRRF
                                   + WS-IRRF - WS-IRRF-ANTIGO
           END-IF.

           IF  WS-DIF-INSS                 LESS       ZEROS
               MOVE ZEROS                  TO         WS-DIF-INSS
           END-IF.
           IF  WS-DIF-IRRF                 LESS       ZEROS
               MOVE ZEROS                  TO         WS-DIF-IRRF
           END-IF.

           IF  WS-DIF-BRUTO                EQUAL      ZEROS
               GO TO 4400-99-DIFERENCAS-EXIT
           END-IF.

           MOVE WS-ANOMES-ATUAL            TO         WS-ANOMES-EDIT.
           MOVE WS-AME-MES                 TO         DETD-MES.
           MOVE WS-AME-ANO                 TO         DETD-ANO.
           MOVE WS-COD-ATUAL               TO         DETD-CODIGO.
           MOVE WS-NOME-ATUAL              TO         DETD-NOME.
           COMPUTE DETD-ANTIGO = WS-MEN-ANTIGO + WS-13-ANTIGO.
           COMPUTE DETD-NOVO   = WS-MEN-NOVO   + WS-13-NOVO.
           MOVE WS-DIF-BRUTO               TO         DETD-DIFERENCA.
           MOVE WS-DIF-INSS                TO         DETD-INSS.
           MOVE WS-DIF-IRRF                TO         DETD-IRRF.
           WRITE REG-REL                   FROM       DET-DIF.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

      * SO QUEM AINDA ESTA NA FOLHA RECEBE PELO VRB740S.
           MOVE ZEROS                      TO         WS-FUN-ACHADO.
           PERFORM 4460-PROCURA-FUN THRU 4460-99-PROCURA-FUN-EXIT
                   VARYING WS-IND-FUN FROM 1 BY 1
                   UNTIL WS-IND-FUN GREATER WS-QTDE-FUN
                      OR WS-FUN-ACHADO GREATER ZEROS.
           IF  WS-FUN-ACHADO               GREATER    ZEROS
               IF  WS-FUN-SITUACAO (WS-FUN-ACHADO) EQUAL 'D'
                   MOVE ZEROS              TO         WS-FUN-ACHADO
               END-IF
           END-IF.

           IF  WS-FUN-ACHADO               EQUAL      ZEROS
               WRITE REG-REL               FROM       DET-NAO-PAGO
               PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT
               ADD  1                      TO         WS-NAO-PAGOS
               ADD  WS-DIF-BRUTO           TO         WS-TOT-NAO-PAGO
               GO TO 4400-99-DIFERENCAS-EXIT
           END-IF.

           ADD  1         TO  WS-FUN-COMPETENCIAS (WS-FUN-ACHADO).
           ADD  WS-DIF-BRUTO TO  WS-FUN-BRUTO     (WS-FUN-ACHADO).
           ADD  WS-DIF-13    TO  WS-FUN-13        (WS-FUN-ACHADO).
           ADD  WS-DIF-INSS  TO  WS-FUN-INSS      (WS-FUN-ACHADO).
           ADD  WS-DIF-IRRF  TO  WS-FUN-IRRF      (WS-FUN-ACHADO).
      *----------------------------------------------------------------*
       4400-99-DIFERENCAS-EXIT.            EXIT.
      *================================================================*
       4450-DESCONTOS                      SECTION.
      *================================================================*
      * INSS E IRRF (BASE MENOS INSS) SOBRE WS-BASE-CALC.              *
      *----------------------------------------------------------------*
           MOVE WS-BASE-CALC               TO         WS-BASE-INSS.
           PERFORM 5000-CALCULA-INSS THRU 5000-99-CALCULA-INSS-EXIT.
           COMPUTE WS-BASE-IRRF = WS-BASE-CALC - WS-INSS.
           PERFORM 5500-CALCULA-IRRF THRU 5500-99-CALCULA-IRRF-EXIT.
      *----------------------------------------------------------------*
       4450-99-DESCONTOS-EXIT.             EXIT.
      *================================================================*
       4460-PROCURA-FUN                    SECTION.
      *================================================================*
           IF  WS-FUN-CODIGO (WS-IND-FUN)  EQUAL      WS-COD-ATUAL
               MOVE WS-IND-FUN             TO         WS-FUN-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       4460-99-PROCURA-FUN-EXIT.           EXIT.
      *================================================================*
       4500-LEGADO-INSS                    SECTION.
      *================================================================*
           MOVE '4500-LEGADO-INSS'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     INSSPARM.
           IF    WS-FS-INS                 NOT EQUAL  '00'
                 MOVE WS-FS-INS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA INSSPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 4510-LE-INSS THRU 4510-99-LE-INSS-EXIT
                   UNTIL WS-FS-INS         EQUAL      '10'.
           CLOSE INSSPARM.
      *----------------------------------------------------------------*
       4500-99-LEGADO-INSS-EXIT.           EXIT.
      *================================================================*
       4510-LE-INSS                        SECTION.
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
       4510-99-LE-INSS-EXIT.               EXIT.
      *================================================================*
       4600-LEGADO-IRRF                    SECTION.
      *================================================================*
           MOVE '4600-LEGADO-IRRF'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     IRRFPARM.
           IF    WS-FS-IRF                 NOT EQUAL  '00'
                 MOVE WS-FS-IRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA IRRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 4610-LE-IRRF THRU 4610-99-LE-IRRF-EXIT
                   UNTIL WS-FS-IRF         EQUAL      '10'.
           CLOSE IRRFPARM.
      *----------------------------------------------------------------*
       4600-99-LEGADO-IRRF-EXIT.           EXIT.
      *================================================================*
       4610-LE-IRRF                        SECTION.
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
       4610-99-LE-IRRF-EXIT.               EXIT.
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
       7000-GRAVA-DISMOV                   SECTION.
      *================================================================*
      * UM REGISTRO POR FUNCIONARIO COM DIFERENCA, NA ORDEM DO CADFUN. *
      *----------------------------------------------------------------*
           IF  WS-FUN-BRUTO (WS-IND-FUN)   EQUAL      ZEROS
               GO TO 7000-99-GRAVA-DISMOV-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-DIS.
           MOVE WS-FUN-CODIGO (WS-IND-FUN) TO         DIS-CODIGO.
           MOVE WS-FUN-NOME (WS-IND-FUN)   TO         DIS-NOME.
           MOVE PAR-DATA-BASE              TO         DIS-DATA-BASE.
           MOVE WS-PERCENTUAL              TO         DIS-PERCENTUAL.
           MOVE WS-FUN-COMPETENCIAS (WS-IND-FUN)
                                           TO         DIS-COMPETENCIAS.
           MOVE WS-FUN-BRUTO (WS-IND-FUN)  TO         DIS-BRUTO.
           MOVE WS-FUN-13 (WS-IND-FUN)     TO         DIS-13.
           MOVE WS-FUN-INSS (WS-IND-FUN)   TO         DIS-INSS.
           MOVE WS-FUN-IRRF (WS-IND-FUN)   TO         DIS-IRRF.
           MOVE WS-ANOMES-HOJE             TO         DIS-ANOMES-PAGTO.
           WRITE REG-DIS.
           IF  WS-FS-DIS                   NOT EQUAL  '00'
               MOVE '7000-GRAVA-DISMOV'    TO         WS-CODIGO-AREA
               MOVE WS-FS-DIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO DISMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-DIS.
           ADD  WS-FUN-BRUTO (WS-IND-FUN)  TO         WS-TOT-BRUTO.
           ADD  WS-FUN-13 (WS-IND-FUN)     TO         WS-TOT-13.
           ADD  WS-FUN-INSS (WS-IND-FUN)   TO         WS-TOT-INSS.
           ADD  WS-FUN-IRRF (WS-IND-FUN)   TO         WS-TOT-IRRF.
      *----------------------------------------------------------------*
       7000-99-GRAVA-DISMOV-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELDISS                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELDISS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELDISS-EXIT.            EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'COMPETENCIAS REVISTAS'    TO         LINT-DESCRICAO.
           MOVE WS-COMPETENCIAS            TO         LINT-QTDE.
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'FUNCIONARIOS NO DISMOV'   TO         LINT-DESCRICAO.
           MOVE WS-GRAVADOS-DIS            TO         LINT-QTDE.
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'DIFERENCA BRUTA A PAGAR'  TO         LINV-DESCRICAO.
           MOVE WS-TOT-BRUTO               TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE '   DA QUAL REFLEXO NO 13O' TO        LINV-DESCRICAO.
           MOVE WS-TOT-13                  TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'DIFERENCA DE INSS'        TO         LINV-DESCRICAO.
           MOVE WS-TOT-INSS                TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'DIFERENCA DE IRRF'        TO         LINV-DESCRICAO.
           MOVE WS-TOT-IRRF                TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.

           MOVE 'NAO PAGO (DESLIGADO/FORA DO CADFUN)'
                                           TO         LINV-DESCRICAO.
           MOVE WS-TOT-NAO-PAGO            TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELDISS THRU 8000-99-FS-RELDISS-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DISMOV  RELDISS.

           IF  WS-FS-DIS                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-DIS              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* FUNCIONARIOS NO CADFUN=    ' WS-LIDOS-FUN.
           DISPLAY '* LIDOS NO FOLHIST      =    ' WS-LIDOS-HST.
           DISPLAY '* RODADAS NO PERIODO    =    ' WS-SELECIONADOS.
           DISPLAY '* RODADAS SUBSTITUIDAS  =    ' WS-RODADAS-SUBST.
           DISPLAY '* COMPETENCIAS REVISTAS =    ' WS-COMPETENCIAS.
           DISPLAY '* GRAVADOS NO DISMOV    =    ' WS-GRAVADOS-DIS.
           DISPLAY '* DIFERENCA BRUTA       =    ' WS-TOT-BRUTO.
           DISPLAY '* DIFERENCA INSS        =    ' WS-TOT-INSS.
           DISPLAY '* DIFERENCA IRRF        =    ' WS-TOT-IRRF.
           DISPLAY '* NAO PAGOS (DESLIG.)   =    ' WS-NAO-PAGOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-HST              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-DIS           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB857S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
