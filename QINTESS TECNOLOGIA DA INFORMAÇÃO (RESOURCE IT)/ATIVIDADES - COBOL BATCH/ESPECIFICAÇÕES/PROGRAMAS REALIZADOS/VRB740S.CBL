      *                                   LINHA VIGENTE NO CENTRAL,    *
      *                                   CAI NOS PARMS LEGADOS        *
      *                                   INSSPARM/IRRFPARM            *
      *  15/10/2026 HUGO SAMPAIO          FGTS DO FUNCIONARIO (8 POR   *
      *                                   CENTO DO BRUTO DA RODADA EM  *
      *                                   TODOS OS MODOS, ALIQUOTA NO  *
      *                                   PARMMST FGTS/ALIQUOTA) NO    *
      *                                   CADNET E NO MOVIMENTO        *
      *                                   FGTSMOV, ESTENDIDO A CADA    *
      *                                   RODADA, PARA A GUIA MENSAL E *
      *                                   O SALDO DO VRB854S           *
      *  15/10/2026 HUGO SAMPAIO          HISTORICO DE FOLHA FOLHIST:  *
      *                                   CADA RODADA ESTENDE UM       *
      *                                   REGISTRO POR FUNCIONARIO COM *
      *                                   BRUTO, INSS, IRRF,           *
      *                                   CONSIGNADO E LIQUIDO DO MES  *
      *                                   E MODO, BASE DO INFORME DE   *
      *                                   RENDIMENTOS DO VRB855S       *
      *  15/10/2026 HUGO SAMPAIO          PONTO DO MES (ARQUIVO PONTO) *
      *                                   NA RODADA MENSAL: HORAS      *
      *                                   EXTRAS 50/100, ADICIONAL     *
      *                                   NOTURNO, REFLEXO NO DSR,     *
      *                                   FALTAS COM PERDA DO DSR E    *
      *                                   ATRASOS AJUSTAM O BRUTO      *
      *                                   ANTES DO INSS/IRRF; DIAS     *
      *                                   UTEIS E DE DESCANSO PELA     *
      *                                   VRB671S; REGISTRO DE         *
      *                                   FUNCIONARIO DESCONHECIDO OU  *
      *                                   COM HORAS IMPOSSIVEIS VAI    *
      *                                   PARA O PONREJ                *
      *  15/10/2026 HUGO SAMPAIO          SITUACAO E DATA DE           *
      *                                   DESLIGAMENTO NO CADFUN,      *
      *                                   GRAVADAS PELA RESCISAO       *
      *                                   VRB856S; FUNCIONARIO         *
      *                                   DESLIGADO NAO ENTRA NA FOLHA *
      *                                   E SEU PONTO VAI PARA O       *
      *                                   PONREJ                       *
      *  15/10/2026 HUGO SAMPAIO          BENEFICIOS NA RODADA MENSAL  *
      *                                   PELO MASTER BENMST: VALE-    *
      *                                   TRANSPORTE LIMITADO A 6 POR  *
      *                                   CENTO DO SALARIO BASE, VALE- *
      *                                   REFEICAO PELA COPARTICIPACAO *
      *                                   E PLANO DE SAUDE POR PLANO E *
      *                                   DEPENDENTES (VALORES NO      *
      *                                   PARMMST); CADA DESCONTO EM   *
      *                                   CAMPO PROPRIO NO CADNET (AGO-*
      *                                   RA COM 120 POSICOES) E LINHA *
      *                                   NO RELFOLHA; PEDIDO MENSAL   *
      *                                   POR FORNECEDOR EM VTFORN,    *
      *                                   VRFORN E SAFORN; LINHA       *
      *                                   INVALIDA VAI PARA O BENREJ   *
      *  15/10/2026 HUGO SAMPAIO          DIFERENCAS RETROATIVAS DE    *
      *                                   DISSIDIO (MOVIMENTO DISMOV   *
      *                                   DO VRB857S) PAGAS NA RODADA  *
      *                                   MENSAL EM LINHA PROPRIA, COM *
      *                                   INSS/IRRF JA RECALCULADOS    *
      *                                   POR COMPETENCIA; CADNET COM  *
      *                                   O CAMPO NET-DISSIDIO, FGTS   *
      *                                   SOBRE A DIFERENCA E RODADA   *
      *                                   'D' NO FOLHIST; MOVIMENTO    *
      *                                   INVALIDO, REPETIDO OU DE     *
      *                                   FUNCIONARIO DESLIGADO OU     *
      *                                   FORA DO CADFUN VAI PARA O    *
      *                                   DISREJ                       *
      *  15/10/2026 HUGO SAMPAIO          DISMOV COM 90 POSICOES E A   *
      *                                   COMPETENCIA DE PAGAMENTO:    *
      *                                   MOVIMENTO DE OUTRA           *
      *                                   COMPETENCIA VAI PARA O       *
      *                                   DISREJ (DIFERENCA NAO SE     *
      *                                   PAGA EM TODO MES); VTFORN,   *
      *                                   VRFORN E SAFORN SO ABERTOS   *
      *                                   NA RODADA MENSAL, SEM APAGAR *
      *                                   O PEDIDO NAS RODADAS DE      *
      *                                   FERIAS E 13O                 *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT RELFOLHA       ASSIGN TO RELFOLHA
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT FGTSMOV        ASSIGN TO FGTSMOV
           FILE STATUS           IS        WS-FS-FGM.
      *----------------------------------------------------------------*
           SELECT FOLHIST        ASSIGN TO FOLHIST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT PONTO          ASSIGN TO PONTO
           FILE STATUS           IS        WS-FS-PON.
      *----------------------------------------------------------------*
           SELECT PONREJ         ASSIGN TO PONREJ
           FILE STATUS           IS        WS-FS-PRJ.
      *----------------------------------------------------------------*
           SELECT BENMST         ASSIGN TO BENMST
           FILE STATUS           IS        WS-FS-BEN.
      *----------------------------------------------------------------*
           SELECT BENREJ         ASSIGN TO BENREJ
           FILE STATUS           IS        WS-FS-BRJ.
      *----------------------------------------------------------------*
           SELECT VTFORN         ASSIGN TO VTFORN
           FILE STATUS           IS        WS-FS-FVT.
      *----------------------------------------------------------------*
           SELECT VRFORN         ASSIGN TO VRFORN
           FILE STATUS           IS        WS-FS-FVR.
      *----------------------------------------------------------------*
           SELECT SAFORN         ASSIGN TO SAFORN
           FILE STATUS           IS        WS-FS-FSA.
      *----------------------------------------------------------------*
           SELECT DISMOV         ASSIGN TO DISMOV
           FILE STATUS           IS        WS-FS-DIS.
      *----------------------------------------------------------------*
           SELECT DISREJ         ASSIGN TO DISREJ
           FILE STATUS           IS        WS-FS-DRJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 FUN-BANCO                    PIC 9(03).
           05 FUN-AGENCIA                  PIC 9(05).
           05 FUN-CONTA-CORRENTE           PIC 9(10).
           05 FUN-SITUACAO                 PIC X(01).
              88 FUN-DESLIGADO                         VALUE 'D'.
           05 FUN-DATA-DESLIG              PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  INSSPARM
           LABEL       RECORD   STANDARD
       FD  CADNET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NET.

       01  REG-NET.
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
       FD  RELFOLHA
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
      *   MOVIMENTO DE FGTS: UM REGISTRO POR FUNCIONARIO E RODADA,     *
      *   ESTENDIDO NO MES E APURADO PELO VRB854S NA COMPETENCIA       *
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
      *   HISTORICO DE FOLHA: UM REGISTRO POR FUNCIONARIO E RODADA,    *
      *   EXPURGADO PELO VRB855S NO INFORME ANUAL DE RENDIMENTOS       *
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
      *   PONTO DO MES: UM REGISTRO POR FUNCIONARIO NA COMPETENCIA     *
      *----------------------------------------------------------------*
       FD  PONTO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-PON.

       01  REG-PON.
           05 PON-CODIGO                   PIC 9(05).
           05 PON-ANOMES                   PIC 9(06).
           05 PON-HORAS-50                 PIC 9(03)V99.
           05 PON-HORAS-100                PIC 9(03)V99.
           05 PON-HORAS-NOTURNAS           PIC 9(03)V99.
           05 PON-FALTAS                   PIC 9(02).
           05 PON-ATRASO-MIN               PIC 9(04).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  PONREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRJ.

       01  REG-PRJ.
           05 PRJ-REGISTRO                 PIC X(40).
           05 PRJ-MOTIVO                   PIC X(40).
      *----------------------------------------------------------------*
      *   ADESAO A BENEFICIOS: UMA LINHA POR FUNCIONARIO E BENEFICIO   *
      *   (VT VALE-TRANSPORTE, VR VALE-REFEICAO, SA PLANO DE SAUDE).   *
      *   O PLANO E A CHAVE DO VALOR NO PARMMST; DATA-FIM ZERADA =     *
      *   ADESAO EM ABERTO.                                            *
      *----------------------------------------------------------------*
       FD  BENMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-BEN.

       01  REG-BEN.
           05 BEN-CODIGO                   PIC 9(05).
           05 BEN-BENEFICIO                PIC X(02).
              88 BEN-VT                                VALUE 'VT'.
              88 BEN-VR                                VALUE 'VR'.
              88 BEN-SAUDE                             VALUE 'SA'.
              88 BEN-VALIDO                            VALUE 'VT' 'VR'
                                                             'SA'.
           05 BEN-PLANO                    PIC X(08).
           05 BEN-DEPENDENTES              PIC 9(02).
           05 BEN-QTDE-DIA                 PIC 9(02).
           05 BEN-DATA-INICIO              PIC 9(08).
           05 BEN-DATA-FIM                 PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  BENREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BRJ.

       01  REG-BRJ.
           05 BRJ-REGISTRO                 PIC X(40).
           05 BRJ-MOTIVO                   PIC X(40).
      *----------------------------------------------------------------*
      *   PEDIDO MENSAL POR FORNECEDOR DE BENEFICIO (LAYOUT EM         *
      *   FOR-HEADER / FOR-DETALHE / FOR-TRAILER)                      *
      *----------------------------------------------------------------*
       FD  VTFORN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FVT.

       01  REG-FVT                         PIC X(80).
      *----------------------------------------------------------------*
       FD  VRFORN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FVR.

       01  REG-FVR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  SAFORN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FSA.

       01  REG-FSA                         PIC X(80).
      *----------------------------------------------------------------*
      *   DIFERENCAS RETROATIVAS DE DISSIDIO APURADAS PELO VRB857S     *
      *   (DIS-BRUTO JA INCLUI O REFLEXO NO 13O, DIS-13; INSS E IRRF   *
      *   JA RECALCULADOS POR COMPETENCIA)                             *
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
       FD  DISREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DRJ.

       01  REG-DRJ.
           05 DRJ-REGISTRO                 PIC X(40).
           05 DRJ-MOTIVO                   PIC X(40).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-IRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-NET                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-FGM                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-PON                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-BEN                       PIC X(02)     VALUE '00'.
       77  WS-FS-BRJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-FVT                       PIC X(02)     VALUE '00'.
       77  WS-FS-FVR                       PIC X(02)     VALUE '00'.
       77  WS-FS-FSA                       PIC X(02)     VALUE '00'.
       77  WS-FS-DIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-DRJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-LIDOS-FUN                    PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-NET                 PIC 9(05)     VALUE ZEROS.
       77  WS-TOT-INSS                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-IRRF                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-LIQUIDO                  PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-FGTS                     PIC 9(09)V99  VALUE ZEROS.
       77  WS-GRAVADOS-FGM                 PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-HST                 PIC 9(05)     VALUE ZEROS.
       77  WS-LIDOS-PON                    PIC 9(05)     VALUE ZEROS.
       77  WS-REJEITADOS-PON               PIC 9(05)     VALUE ZEROS.
       77  WS-APLICADOS-PON                PIC 9(05)     VALUE ZEROS.
       77  WS-TOT-VARIAVEL                 PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-DESC-PONTO               PIC 9(09)V99  VALUE ZEROS.
       77  WS-DESLIGADOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-LIDOS-BEN                    PIC 9(05)     VALUE ZEROS.
       77  WS-REJEITADOS-BEN               PIC 9(05)     VALUE ZEROS.
       77  WS-FORA-VIGENCIA                PIC 9(05)     VALUE ZEROS.
       77  WS-TOT-VT                       PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-VR                       PIC 9(09)V99  VALUE ZEROS.
       77  WS-TOT-SAUDE                    PIC 9(09)V99  VALUE ZEROS.
       77  WS-LIDOS-DIS                    PIC 9(05)     VALUE ZEROS.
       77  WS-REJEITADOS-DIS               PIC 9(05)     VALUE ZEROS.
       77  WS-PAGOS-DIS                    PIC 9(05)     VALUE ZEROS.
       77  WS-TOT-DISSIDIO                 PIC 9(09)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *               TABELAS DE FAIXAS (ATE 10 CADA)                  *
      *----------------------------------------------------------------*
           05 WS-VC-ALIQUOTA               PIC 9(02)V99.
           05 WS-VC-DEDUZIR                PIC 9(07)V99.
           05 FILLER                       PIC X(18).
       01  WS-VB-CAMPOS REDEFINES WS-VC-AREA.
           05 WS-VB-VALOR-UNIT             PIC 9(05)V99.
           05 WS-VB-VALOR-DEP              PIC 9(05)V99.
           05 WS-VB-PERC                   PIC 9(02)V99.
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
      *                 APURACAO DO FUNCIONARIO                        *
      *----------------------------------------------------------------*
       77  WS-PISO-FAIXA                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-BASE-INSS                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-ACHOU-FAIXA                  PIC X(01)     VALUE 'N'.
       77  WS-FGTS                         PIC 9(07)V99  VALUE ZEROS.
       01  WS-ALIQ-FGTS-X                  PIC X(04)     VALUE '0800'.
       01  WS-ALIQ-FGTS REDEFINES WS-ALIQ-FGTS-X
                                           PIC 9(02)V99.
      *----------------------------------------------------------------*
      *          MODO DA RODADA E PEDIDOS DE FERIAS                    *
      *----------------------------------------------------------------*
              10 WS-LPA-CONTRATO           PIC 9(06).
              10 WS-LPA-PARCELA            PIC 9(03).
              10 WS-LPA-VALOR              PIC 9(09)V99.
      *----------------------------------------------------------------*
      *          PONTO DO MES E CALENDARIO DA COMPETENCIA              *
      *----------------------------------------------------------------*
       77  WS-DIVISOR-HORAS                PIC 9(03)     VALUE 220.
       77  WS-MAX-EXTRAS                   PIC 9(03)V99  VALUE 200.
       77  WS-QTDE-PON                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PON                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-PON-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-PON-PROCURA                  PIC 9(05)     VALUE ZEROS.
       01  WS-TAB-PON.
           05 WS-PON-ITEM                  OCCURS 500 TIMES.
              10 WS-PON-CODIGO             PIC 9(05).
              10 WS-PON-HORAS-50           PIC 9(03)V99.
              10 WS-PON-HORAS-100          PIC 9(03)V99.
              10 WS-PON-HORAS-NOT          PIC 9(03)V99.
              10 WS-PON-FALTAS             PIC 9(02).
              10 WS-PON-ATRASO             PIC 9(04).
              10 WS-PON-USADO              PIC X(01).
              10 WS-PON-REGISTRO           PIC X(40).
       77  WS-VALOR-HORA                   PIC 9(05)V9(04) VALUE ZEROS.
       77  WS-VALOR-DIA                    PIC 9(05)V9(04) VALUE ZEROS.
       77  WS-VARIAVEL                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-ADICIONAL                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-DSR                          PIC 9(07)V99  VALUE ZEROS.
       77  WS-FALTAS-DSR                   PIC 9(02)     VALUE ZEROS.
       77  WS-DESC-PONTO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-BRUTO-AJUSTE                 PIC S9(07)V99 VALUE ZEROS.
       77  WS-DIAS-UTEIS                   PIC 9(02)     VALUE ZEROS.
       77  WS-DIAS-DSR                     PIC 9(02)     VALUE ZEROS.
       77  WS-ULTIMO-DIA                   PIC 9(02)     VALUE ZEROS.
       77  WS-MAX-ATRASO                   PIC 9(05)     VALUE ZEROS.
       01  WS-DATA-CAL                     PIC 9(08)     VALUE ZEROS.
       01  FILLER                          REDEFINES     WS-DATA-CAL.
           05 WS-CAL-ANO                   PIC 9(04).
           05 WS-CAL-MES                   PIC 9(02).
           05 WS-CAL-DIA                   PIC 9(02).
       01  WS-TAB-DIAS-MES-X.
           05  FILLER                      PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES       WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES-OCR             PIC 9(02)   OCCURS 12 TIMES.
       77  WS-DIV-ANO                      PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-4                      PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-100                    PIC 9(04)     VALUE ZEROS.
       77  WS-RESTO-400                    PIC 9(04)     VALUE ZEROS.
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *          BENEFICIOS: ADESOES VIGENTES NA COMPETENCIA           *
      *  VALOR DO PLANO NO PARMMST (DOMINIOS VT, VR E SAUDE, CHAVE =   *
      *  PLANO): POS 1-7 VALOR UNITARIO 9(5)V99 (TARIFA DO VT, VALOR   *
      *  DIARIO DO VR, MENSALIDADE DO TITULAR NA SAUDE), 8-14 VALOR    *
      *  POR DEPENDENTE 9(5)V99 (SAUDE) E 15-18 PERCENTUAL DE          *
      *  COPARTICIPACAO DO FUNCIONARIO 9(2)V99 (VR E SAUDE). O TETO DO *
      *  VT (PERCENTUAL DO SALARIO BASE) VEM DA CHAVE TETO DO DOMINIO  *
      *  VT, PADRAO 6 POR CENTO.                                       *
      *----------------------------------------------------------------*
       77  WS-QTDE-BEN                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-BEN                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-BEN-REPETIDO                 PIC X(01)     VALUE 'N'.
       01  WS-TAB-BEN.
           05 WS-BEN-ITEM                  OCCURS 500 TIMES.
              10 WS-BEN-CODIGO             PIC 9(05).
              10 WS-BEN-TIPO               PIC X(02).
              10 WS-BEN-PLANO              PIC X(08).
              10 WS-BEN-DEPENDENTES        PIC 9(02).
              10 WS-BEN-QTDE-DIA           PIC 9(02).
              10 WS-BEN-VALOR-UNIT         PIC 9(05)V99.
              10 WS-BEN-VALOR-DEP          PIC 9(05)V99.
              10 WS-BEN-PERC               PIC 9(02)V99.
              10 WS-BEN-USADO              PIC X(01).
              10 WS-BEN-REGISTRO           PIC X(40).
       01  WS-TETO-VT-X                    PIC X(04)     VALUE '0600'.
       01  WS-TETO-VT REDEFINES WS-TETO-VT-X
                                           PIC 9(02)V99.
       77  WS-BEN-QTDE                     PIC 9(05)     VALUE ZEROS.
       77  WS-BEN-CUSTO                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-BEN-DESCONTO                 PIC 9(07)V99  VALUE ZEROS.
       77  WS-LIMITE-VT                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-DESC-VT                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-DESC-VR                      PIC 9(07)V99  VALUE ZEROS.
       77  WS-DESC-SAUDE                   PIC 9(07)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *          DISSIDIO: DIFERENCAS RETROATIVAS A PAGAR              *
      *----------------------------------------------------------------*
       77  WS-QTDE-DIS                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DIS                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-DIS-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-DIS-REPETIDO                 PIC X(01)     VALUE 'N'.
       01  WS-TAB-DIS.
           05 WS-DIS-ITEM                  OCCURS 500 TIMES.
              10 WS-DIS-CODIGO             PIC 9(05).
              10 WS-DIS-TAB-BRUTO          PIC 9(07)V99.
              10 WS-DIS-TAB-INSS           PIC 9(07)V99.
              10 WS-DIS-TAB-IRRF           PIC 9(07)V99.
              10 WS-DIS-USADO              PIC X(01).
              10 WS-DIS-REGISTRO           PIC X(40).
       77  WS-DIS-BRUTO                    PIC 9(07)V99  VALUE ZEROS.
       77  WS-DIS-INSS                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-DIS-IRRF                     PIC 9(07)V99  VALUE ZEROS.
       77  WS-DIS-LIQUIDO                  PIC 9(07)V99  VALUE ZEROS.
       77  WS-FVT-REGS                     PIC 9(07)     VALUE ZEROS.
       77  WS-FVT-QTDE                     PIC 9(09)     VALUE ZEROS.
       77  WS-FVT-VALOR                    PIC 9(11)V99  VALUE ZEROS.
       77  WS-FVR-REGS                     PIC 9(07)     VALUE ZEROS.
       77  WS-FVR-QTDE                     PIC 9(09)     VALUE ZEROS.
       77  WS-FVR-VALOR                    PIC 9(11)V99  VALUE ZEROS.
       77  WS-FSA-REGS                     PIC 9(07)     VALUE ZEROS.
       77  WS-FSA-QTDE                     PIC 9(09)     VALUE ZEROS.
       77  WS-FSA-VALOR                    PIC 9(11)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
       77  WS-MARGEM                       PIC 9(07)V99  VALUE ZEROS.
       77  WS-DESCONTADO                   PIC 9(07)V99  VALUE ZEROS.
       77  WS-PARCELAS-DESC                PIC 9(05)     VALUE ZEROS.
           05 DETC-VALOR                   PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ')'.
           05 FILLER                       PIC X(19)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-PONTO.
           05 FILLER                       PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE
                                           'PONTO EXTRAS/NOT/DSR: '.
           05 DETP-VARIAVEL                PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(14)  VALUE
                                           ' DESCONTOS: (-'.
           05 DETP-DESCONTO                PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ')'.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-BENEF.
           05 FILLER                       PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(13)  VALUE
                                           'BENEF. VT: (-'.
           05 DETB-VT                      PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(08)  VALUE ') VR: (-'.
           05 DETB-VR                      PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE
                                           ') SAUDE: (-'.
           05 DETB-SAUDE                   PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ')'.
           05 FILLER                       PIC X(12)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-DISSIDIO.
           05 FILLER                       PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE
                                           'DISSIDIO RETROATIVO: +'.
           05 DETD-BRUTO                   PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(09)  VALUE
                                           ' INSS: (-'.
           05 DETD-INSS                    PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE
                                           ') IRRF: (-'.
           05 DETD-IRRF                    PIC ZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ')'.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-FOLHA.
           05 FILLER                       PIC X(08)  VALUE 'TOTAIS  '.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 TOTF-LIQUIDO                 PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-FGTS.
           05 FILLER                       PIC X(08)  VALUE 'TOTAIS  '.
           05 FILLER                       PIC X(20)  VALUE
                                           'FGTS A DEPOSITAR'.
           05 TOTG-FGTS                    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(42)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-PONTO.
           05 FILLER                       PIC X(08)  VALUE 'TOTAIS  '.
           05 TOTP-ROTULO                  PIC X(20)  VALUE SPACES.
           05 TOTP-VALOR                   PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(42)  VALUE SPACES.
      *----------------------------------------------------------------*
      *        PEDIDO AO FORNECEDOR DE BENEFICIO (VTFORN/VRFORN/SAFORN)*
      *  DETALHE: QUANTIDADE A COMPRAR (PASSAGENS NO VT, DIAS NO VR,   *
      *  VIDAS NA SAUDE), VALOR UNITARIO, VALOR DO PEDIDO/MENSALIDADE  *
      *  E A PARTE DESCONTADA DO FUNCIONARIO.                          *
      *----------------------------------------------------------------*
       01  FOR-HEADER.
           05 FORH-TIPO                    PIC X(01)  VALUE '0'.
           05 FORH-BENEFICIO               PIC X(02)  VALUE SPACES.
           05 FORH-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FORH-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FORH-ORIGEM                  PIC X(08)  VALUE 'VRB740S'.
           05 FILLER                       PIC X(55)  VALUE SPACES.
       01  FOR-DETALHE.
           05 FORD-TIPO                    PIC X(01)  VALUE '1'.
           05 FORD-CODIGO                  PIC 9(05)  VALUE ZEROS.
           05 FORD-NOME                    PIC X(20)  VALUE SPACES.
           05 FORD-PLANO                   PIC X(08)  VALUE SPACES.
           05 FORD-QUANTIDADE              PIC 9(05)  VALUE ZEROS.
           05 FORD-VALOR-UNIT              PIC 9(05)V99 VALUE ZEROS.
           05 FORD-VALOR-TOTAL             PIC 9(07)V99 VALUE ZEROS.
           05 FORD-DESCONTO                PIC 9(07)V99 VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
       01  FOR-TRAILER.
           05 FORT-TIPO                    PIC X(01)  VALUE '9'.
           05 FORT-QTDE-REG                PIC 9(07)  VALUE ZEROS.
           05 FORT-QTDE-TOTAL              PIC 9(09)  VALUE ZEROS.
           05 FORT-VALOR-TOTAL             PIC 9(11)V99 VALUE ZEROS.
           05 FILLER                       PIC X(50)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
                     THRU 1400-99-CARREGA-CONSIGNADO-EXIT
           END-IF.

           OPEN  OUTPUT  PONREJ  BENREJ  DISREJ.
           IF    WS-FS-PRJ                 NOT EQUAL  '00'
           OR    WS-FS-BRJ                 NOT EQUAL  '00'
           OR    WS-FS-DRJ                 NOT EQUAL  '00'
                 MOVE WS-FS-PRJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE REJEITADOS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           IF    WS-MODO                   EQUAL      'M'
                 PERFORM 1900-CARREGA-PONTO
                     THRU 1900-99-CARREGA-PONTO-EXIT
                 PERFORM 1420-CARREGA-BENEFICIOS
                     THRU 1420-99-CARREGA-BENEFICIOS-EXIT
                 PERFORM 1430-CARREGA-DISSIDIO
                     THRU 1430-99-CARREGA-DISSIDIO-EXIT
           END-IF.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

      * TABELAS DE DESCONTO: PRIMEIRO O MASTER CENTRAL DE PARAMETROS
      * (PARGET31, VIGENCIA PELA DATA DO DIA); SEM LINHA VIGENTE, CAEM
      * OS PARMS LEGADOS INSSPARM/IRRFPARM.
           PERFORM 1500-CARREGA-CENTRAL
               THRU 1500-99-CARREGA-CENTRAL-EXIT.

           PERFORM 1800-CARREGA-FGTS
               THRU 1800-99-CARREGA-FGTS-EXIT.

           IF    WS-QTDE-INS               EQUAL      ZEROS
                 PERFORM 1600-LEGADO-INSS
                     THRU 1600-99-LEGADO-INSS-EXIT
                 PERFORM 9999-CANCELA
           END-IF.

      * O PEDIDO AOS FORNECEDORES SO EH GERADO NA RODADA MENSAL; NAS
      * DEMAIS RODADAS OS ARQUIVOS NAO SAO ABERTOS PARA NAO APAGAR O
      * PEDIDO DO MES.
           IF    WS-MODO                   EQUAL      'M'
                 OPEN OUTPUT               VTFORN  VRFORN  SAFORN
                 IF  WS-FS-FVT             NOT EQUAL  '00'
                 OR  WS-FS-FVR             NOT EQUAL  '00'
                 OR  WS-FS-FSA             NOT EQUAL  '00'
                     MOVE WS-FS-FVT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DOS PEDIDOS A FORNECEDOR'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.

      * O MOVIMENTO DE FGTS ACUMULA AS RODADAS DO MES; AUSENTE, EH
      * CRIADO.
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

      * O HISTORICO DE FOLHA TAMBEM ACUMULA AS RODADAS; AUSENTE, EH
      * CRIADO.
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

           WRITE REG-REL                   FROM       CAB-01.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

      * PEDIDO AOS FORNECEDORES DE BENEFICIO SO NA RODADA MENSAL.
           IF    WS-MODO                   EQUAL      'M'
                 MOVE WS-ANOMES-HOJE       TO         FORH-ANOMES
                 MOVE WS-DATA-HOJE         TO         FORH-DATA
                 MOVE 'VT'                 TO         FORH-BENEFICIO
                 WRITE REG-FVT             FROM       FOR-HEADER
                 MOVE 'VR'                 TO         FORH-BENEFICIO
                 WRITE REG-FVR             FROM       FOR-HEADER
                 MOVE 'SA'                 TO         FORH-BENEFICIO
                 WRITE REG-FSA             FROM       FOR-HEADER
                 PERFORM 2430-FS-FORNECEDOR
                     THRU 2430-99-FS-FORNECEDOR-EXIT
           END-IF.

           PERFORM 2100-LER-CADFUN   THRU  2100-99-LER-CADFUN-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
           CLOSE IRRFPARM.
      *----------------------------------------------------------------*
       1700-99-LEGADO-IRRF-EXIT.           EXIT.
      *================================================================*
       1800-CARREGA-FGTS                   SECTION.
      *================================================================*
      * ALIQUOTA DO FGTS NO MASTER CENTRAL (DOMINIO FGTS, CHAVE        *
      * ALIQUOTA, 9(2)V99); SEM LINHA VIGENTE OU SEM O MASTER, VALE    *
      * A ALIQUOTA LEGAL DE 8 POR CENTO.                               *
      *----------------------------------------------------------------*
           MOVE '1800-CARREGA-FGTS'        TO         WS-CODIGO-AREA.

           MOVE 'FGTS    '                 TO         WS-PGT-DOMINIO.
           MOVE 'ALIQUOTA'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
               GO TO 1800-99-CARREGA-FGTS-EXIT
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
       1800-99-CARREGA-FGTS-EXIT.          EXIT.
      *================================================================*
       1300-CARREGA-FERIAS                 SECTION.
      *================================================================*
           MOVE '00'                       TO         WS-FS-LPA.
      *----------------------------------------------------------------*
       1400-99-CARREGA-CONSIGNADO-EXIT.    EXIT.
      *================================================================*
       1420-CARREGA-BENEFICIOS             SECTION.
      *================================================================*
      * ADESOES DO BENMST VIGENTES NA COMPETENCIA, COM O VALOR DO      *
      * PLANO JA BUSCADO NO PARMMST. SEM O MASTER (35) NAO HA DESCONTO *
      * DE BENEFICIO. LINHA INVALIDA, REPETIDA OU DE PLANO SEM VALOR   *
      * VIGENTE VAI PARA O BENREJ.                                     *
      *----------------------------------------------------------------*
           MOVE '1420-CARREGA-BENEFICIOS'  TO         WS-CODIGO-AREA.

           MOVE 'VT      '                 TO         WS-PGT-DOMINIO.
           MOVE 'TETO    '                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-PGT-VALOR (1:4)      NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TETO DO VT NO PARMMST COM VALOR INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-PGT-VALOR (1:4)     TO         WS-TETO-VT-X
           END-IF.

           OPEN  INPUT                     BENMST.
           IF    WS-FS-BEN                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-BEN
                 GO TO 1420-99-CARREGA-BENEFICIOS-EXIT
           END-IF.
           IF    WS-FS-BEN                 NOT EQUAL  '00'
                 MOVE WS-FS-BEN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER BENMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1425-LE-BENMST THRU 1425-99-LE-BENMST-EXIT
                   UNTIL WS-FS-BEN         EQUAL      '10'.
           CLOSE BENMST.
           MOVE '00'                       TO         WS-FS-BEN.
      *----------------------------------------------------------------*
       1420-99-CARREGA-BENEFICIOS-EXIT.    EXIT.
      *================================================================*
       1425-LE-BENMST                      SECTION.
      *================================================================*
           READ  BENMST.
           IF  WS-FS-BEN   NOT EQUAL '00'
           AND WS-FS-BEN   NOT EQUAL '10'
               MOVE WS-FS-BEN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O MASTER BENMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-BEN                   NOT EQUAL  '00'
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-BEN.
           MOVE REG-BEN                    TO         BRJ-REGISTRO.

           IF  BEN-CODIGO                  NOT NUMERIC
           OR  BEN-DEPENDENTES             NOT NUMERIC
           OR  BEN-QTDE-DIA                NOT NUMERIC
           OR  BEN-DATA-INICIO             NOT NUMERIC
           OR  BEN-DATA-FIM                NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS' TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           IF  NOT BEN-VALIDO
               MOVE 'BENEFICIO INVALIDO (VT/VR/SA)'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           IF  BEN-DATA-INICIO             EQUAL      ZEROS
           OR (BEN-DATA-FIM                NOT EQUAL  ZEROS
           AND BEN-DATA-FIM                LESS       BEN-DATA-INICIO)
               MOVE 'PERIODO DE ADESAO INVALIDO'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           IF  BEN-VT
           AND BEN-QTDE-DIA                EQUAL      ZEROS
               MOVE 'VT SEM QUANTIDADE DE PASSAGENS POR DIA'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

      * ADESAO FORA DA COMPETENCIA NAO DESCONTA NEM ENTRA NO PEDIDO.
           IF  BEN-DATA-INICIO (1:6)       GREATER    WS-ANOMES-HOJE
           OR (BEN-DATA-FIM                NOT EQUAL  ZEROS
           AND BEN-DATA-FIM (1:6)          LESS       WS-ANOMES-HOJE)
               ADD  1                      TO         WS-FORA-VIGENCIA
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-BEN-REPETIDO.
           PERFORM 1426-COMPARA-BENEFICIO
               THRU 1426-99-COMPARA-BENEFICIO-EXIT
                   VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN GREATER WS-QTDE-BEN
                      OR WS-BEN-REPETIDO EQUAL 'S'.
           IF  WS-BEN-REPETIDO             EQUAL      'S'
               MOVE 'ADESAO REPETIDA PARA O MESMO BENEFICIO'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN BEN-VT
                   MOVE 'VT      '         TO         WS-PGT-DOMINIO
               WHEN BEN-VR
                   MOVE 'VR      '         TO         WS-PGT-DOMINIO
               WHEN BEN-SAUDE
                   MOVE 'SAUDE   '         TO         WS-PGT-DOMINIO
           END-EVALUATE.
           MOVE BEN-PLANO                  TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           MOVE WS-PGT-VALOR               TO         WS-VC-DIGITOS.
           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
           OR  WS-VC-DIGITOS (1:18)        NOT NUMERIC
               MOVE 'PLANO SEM VALOR VIGENTE NO PARMMST'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
               GO TO 1425-99-LE-BENMST-EXIT
           END-IF.

           IF  WS-QTDE-BEN                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 500 ADESOES VIGENTES NO BENMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-BEN.
           MOVE BEN-CODIGO         TO  WS-BEN-CODIGO      (WS-QTDE-BEN).
           MOVE BEN-BENEFICIO      TO  WS-BEN-TIPO        (WS-QTDE-BEN).
           MOVE BEN-PLANO          TO  WS-BEN-PLANO       (WS-QTDE-BEN).
           MOVE BEN-DEPENDENTES    TO  WS-BEN-DEPENDENTES (WS-QTDE-BEN).
           MOVE BEN-QTDE-DIA       TO  WS-BEN-QTDE-DIA    (WS-QTDE-BEN).
           MOVE WS-VB-VALOR-UNIT   TO  WS-BEN-VALOR-UNIT  (WS-QTDE-BEN).
           MOVE WS-VB-VALOR-DEP    TO  WS-BEN-VALOR-DEP   (WS-QTDE-BEN).
           MOVE WS-VB-PERC         TO  WS-BEN-PERC        (WS-QTDE-BEN).
           MOVE 'N'                TO  WS-BEN-USADO       (WS-QTDE-BEN).
           MOVE REG-BEN            TO  WS-BEN-REGISTRO    (WS-QTDE-BEN).
      *----------------------------------------------------------------*
       1425-99-LE-BENMST-EXIT.             EXIT.
      *================================================================*
       1426-COMPARA-BENEFICIO              SECTION.
      *================================================================*
           IF  WS-BEN-CODIGO (WS-IND-BEN)  EQUAL      BEN-CODIGO
           AND WS-BEN-TIPO   (WS-IND-BEN)  EQUAL      BEN-BENEFICIO
               MOVE 'S'                    TO         WS-BEN-REPETIDO
           END-IF.
      *----------------------------------------------------------------*
       1426-99-COMPARA-BENEFICIO-EXIT.     EXIT.
      *================================================================*
       1428-REJEITA-BENEFICIO              SECTION.
      *================================================================*
           WRITE REG-BRJ.
           IF  WS-FS-BRJ                   NOT EQUAL  '00'
               MOVE WS-FS-BRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO BENREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADOS-BEN.
      *----------------------------------------------------------------*
       1428-99-REJEITA-BENEFICIO-EXIT.     EXIT.
      *================================================================*
       1430-CARREGA-DISSIDIO               SECTION.
      *================================================================*
      * DIFERENCAS DE DISSIDIO APURADAS PELO VRB857S, UMA POR          *
      * FUNCIONARIO, PAGAS NESTA RODADA MENSAL. SEM O MOVIMENTO (35)   *
      * NAO HA DIFERENCA A PAGAR. LINHA INVALIDA, REPETIDA OU DE OUTRA *
      * COMPETENCIA DE PAGAMENTO (JA PAGA EM MES ANTERIOR) VAI PARA O  *
      * DISREJ.                                                        *
      *----------------------------------------------------------------*
           MOVE '1430-CARREGA-DISSIDIO'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DISMOV.
           IF    WS-FS-DIS                 EQUAL      '35'
                 GO TO 1430-99-CARREGA-DISSIDIO-EXIT
           END-IF.
           IF    WS-FS-DIS                 NOT EQUAL  '00'
                 MOVE WS-FS-DIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO DISMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1435-LE-DISMOV THRU 1435-99-LE-DISMOV-EXIT
                   UNTIL WS-FS-DIS         EQUAL      '10'.
           CLOSE DISMOV.
      *----------------------------------------------------------------*
       1430-99-CARREGA-DISSIDIO-EXIT.      EXIT.
      *================================================================*
       1435-LE-DISMOV                      SECTION.
      *================================================================*
           READ  DISMOV.
           IF  WS-FS-DIS   NOT EQUAL '00'
           AND WS-FS-DIS   NOT EQUAL '10'
               MOVE WS-FS-DIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O MOVIMENTO DISMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-DIS                   NOT EQUAL  '00'
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-DIS.
           MOVE REG-DIS                    TO         DRJ-REGISTRO.

           IF  DIS-CODIGO                  NOT NUMERIC
           OR  DIS-BRUTO                   NOT NUMERIC
           OR  DIS-13                      NOT NUMERIC
           OR  DIS-INSS                    NOT NUMERIC
           OR  DIS-IRRF                    NOT NUMERIC
           OR  DIS-ANOMES-PAGTO            NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS' TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           IF  DIS-ANOMES-PAGTO            NOT EQUAL  WS-ANOMES-HOJE
               MOVE 'COMPETENCIA DE PAGAMENTO DIFERENTE DA FOLHA'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           IF  DIS-BRUTO                   EQUAL      ZEROS
           OR  DIS-13                      GREATER    DIS-BRUTO
               MOVE 'DIFERENCA BRUTA ZERADA OU INCOERENTE'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           IF  DIS-INSS + DIS-IRRF         GREATER    DIS-BRUTO
               MOVE 'DESCONTOS MAIORES QUE A DIFERENCA BRUTA'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-DIS-REPETIDO.
           PERFORM 1436-COMPARA-DISSIDIO
               THRU 1436-99-COMPARA-DISSIDIO-EXIT
                   VARYING WS-IND-DIS FROM 1 BY 1
                   UNTIL WS-IND-DIS GREATER WS-QTDE-DIS
                      OR WS-DIS-REPETIDO EQUAL 'S'.
           IF  WS-DIS-REPETIDO             EQUAL      'S'
               MOVE 'DIFERENCA REPETIDA PARA O FUNCIONARIO'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
               GO TO 1435-99-LE-DISMOV-EXIT
           END-IF.

           IF  WS-QTDE-DIS                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 500 FUNCIONARIOS NO DISMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-DIS.
           MOVE DIS-CODIGO         TO  WS-DIS-CODIGO      (WS-QTDE-DIS).
           MOVE DIS-BRUTO          TO  WS-DIS-TAB-BRUTO   (WS-QTDE-DIS).
           MOVE DIS-INSS           TO  WS-DIS-TAB-INSS    (WS-QTDE-DIS).
           MOVE DIS-IRRF           TO  WS-DIS-TAB-IRRF    (WS-QTDE-DIS).
           MOVE 'N'                TO  WS-DIS-USADO       (WS-QTDE-DIS).
           MOVE REG-DIS            TO  WS-DIS-REGISTRO    (WS-QTDE-DIS).
      *----------------------------------------------------------------*
       1435-99-LE-DISMOV-EXIT.             EXIT.
      *================================================================*
       1436-COMPARA-DISSIDIO               SECTION.
      *================================================================*
           IF  WS-DIS-CODIGO (WS-IND-DIS)  EQUAL      DIS-CODIGO
               MOVE 'S'                    TO         WS-DIS-REPETIDO
           END-IF.
      *----------------------------------------------------------------*
       1436-99-COMPARA-DISSIDIO-EXIT.      EXIT.
      *================================================================*
       1438-REJEITA-DISSIDIO               SECTION.
      *================================================================*
           WRITE REG-DRJ.
           IF  WS-FS-DRJ                   NOT EQUAL  '00'
               MOVE WS-FS-DRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DISREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADOS-DIS.
      *----------------------------------------------------------------*
       1438-99-REJEITA-DISSIDIO-EXIT.      EXIT.
      *================================================================*
       1450-LE-CONSIG                      SECTION.
      *================================================================*
           MOVE LPA-VALOR         TO  WS-LPA-VALOR    (WS-QTDE-LPA).
      *----------------------------------------------------------------*
       1460-99-LE-LOANPAR-EXIT.            EXIT.
      *================================================================*
       1900-CARREGA-PONTO                  SECTION.
      *================================================================*
      * PONTO DA COMPETENCIA: HORAS EXTRAS, NOTURNAS, FALTAS E         *
      * ATRASOS POR FUNCIONARIO. SEM O ARQUIVO (35) A FOLHA SAI PELO   *
      * SALARIO CHEIO. REGISTRO INVALIDO VAI PARA O PONREJ.            *
      *----------------------------------------------------------------*
           MOVE '1900-CARREGA-PONTO'       TO         WS-CODIGO-AREA.

           PERFORM 1950-CALENDARIO THRU 1950-99-CALENDARIO-EXIT.

           OPEN  INPUT                     PONTO.
           IF    WS-FS-PON                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-PON
                 GO TO 1900-99-CARREGA-PONTO-EXIT
           END-IF.
           IF    WS-FS-PON                 NOT EQUAL  '00'
                 MOVE WS-FS-PON            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PONTO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1910-LE-PONTO THRU 1910-99-LE-PONTO-EXIT
                   UNTIL WS-FS-PON         EQUAL      '10'.
           CLOSE PONTO.
           MOVE '00'                       TO         WS-FS-PON.
      *----------------------------------------------------------------*
       1900-99-CARREGA-PONTO-EXIT.         EXIT.
      *================================================================*
       1910-LE-PONTO                       SECTION.
      *================================================================*
           READ  PONTO.
           IF  WS-FS-PON   NOT EQUAL '00'
           AND WS-FS-PON   NOT EQUAL '10'
               MOVE WS-FS-PON              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER O PONTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PON                   NOT EQUAL  '00'
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PON.
           MOVE REG-PON                    TO         PRJ-REGISTRO.

           IF  PON-CODIGO                  NOT NUMERIC
           OR  PON-ANOMES                  NOT NUMERIC
           OR  PON-HORAS-50                NOT NUMERIC
           OR  PON-HORAS-100               NOT NUMERIC
           OR  PON-HORAS-NOTURNAS          NOT NUMERIC
           OR  PON-FALTAS                  NOT NUMERIC
           OR  PON-ATRASO-MIN              NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS'  TO        PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.

           IF  PON-ANOMES                  NOT EQUAL  WS-ANOMES-HOJE
               MOVE 'COMPETENCIA DIFERENTE DA FOLHA'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.

      * HORAS IMPOSSIVEIS PARA UM MES DE TRABALHO.
           IF  PON-HORAS-50 + PON-HORAS-100
                                           GREATER    WS-MAX-EXTRAS
               MOVE 'HORAS EXTRAS IMPOSSIVEIS NO MES'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.
           IF  PON-HORAS-NOTURNAS          GREATER    WS-DIVISOR-HORAS
                                         + PON-HORAS-50 + PON-HORAS-100
               MOVE 'HORAS NOTURNAS ACIMA DAS TRABALHADAS'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.
           IF  PON-FALTAS                  GREATER    WS-DIAS-UTEIS
               MOVE 'FALTAS ACIMA DOS DIAS UTEIS DO MES'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.
           IF  PON-ATRASO-MIN              GREATER    WS-MAX-ATRASO
               MOVE 'MINUTOS DE ATRASO IMPOSSIVEIS NO MES'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.

           MOVE PON-CODIGO                 TO         WS-PON-PROCURA.
           PERFORM 2050-PROCURA-PONTO THRU 2050-99-PROCURA-PONTO-EXIT.
           IF  WS-PON-ACHADO               GREATER    ZEROS
               MOVE 'FUNCIONARIO REPETIDO NO PONTO'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
               GO TO 1910-99-LE-PONTO-EXIT
           END-IF.

           IF  WS-QTDE-PON                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 500 REGISTROS NO PONTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-PON.
           MOVE PON-CODIGO         TO  WS-PON-CODIGO    (WS-QTDE-PON).
           MOVE PON-HORAS-50       TO  WS-PON-HORAS-50  (WS-QTDE-PON).
           MOVE PON-HORAS-100      TO  WS-PON-HORAS-100 (WS-QTDE-PON).
           MOVE PON-HORAS-NOTURNAS TO  WS-PON-HORAS-NOT (WS-QTDE-PON).
           MOVE PON-FALTAS         TO  WS-PON-FALTAS    (WS-QTDE-PON).
           MOVE PON-ATRASO-MIN     TO  WS-PON-ATRASO    (WS-QTDE-PON).
           MOVE 'N'                TO  WS-PON-USADO     (WS-QTDE-PON).
           MOVE REG-PON            TO  WS-PON-REGISTRO  (WS-QTDE-PON).
      *----------------------------------------------------------------*
       1910-99-LE-PONTO-EXIT.              EXIT.
      *================================================================*
       1950-CALENDARIO                     SECTION.
      *================================================================*
      * DIAS UTEIS E DIAS DE DESCANSO (SABADOS, DOMINGOS E FERIADOS)   *
      * DA COMPETENCIA PELA ROTINA DE DIAS UTEIS VRB671S - BASE DO     *
      * REFLEXO NO DSR E DA CRITICA DE FALTAS E ATRASOS.               *
      *----------------------------------------------------------------*
           MOVE '1950-CALENDARIO'          TO         WS-CODIGO-AREA.

           MOVE WS-ANOMES-HOJE             TO         WS-DATA-CAL (1:6).
           MOVE WS-DIAS-MES-OCR (WS-CAL-MES)
                                           TO         WS-ULTIMO-DIA.
           IF  WS-CAL-MES                  EQUAL      2
               DIVIDE WS-CAL-ANO BY 4   GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-4
               DIVIDE WS-CAL-ANO BY 100 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-100
               DIVIDE WS-CAL-ANO BY 400 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-400
               IF  (WS-RESTO-4             EQUAL      ZERO
               AND  WS-RESTO-100           NOT EQUAL  ZERO)
               OR   WS-RESTO-400           EQUAL      ZERO
                   MOVE 29                 TO         WS-ULTIMO-DIA
               END-IF
           END-IF.

           MOVE ZEROS                      TO         WS-DIAS-UTEIS
                                                      WS-DIAS-DSR.
           PERFORM 1960-CLASSIFICA-DIA
               THRU 1960-99-CLASSIFICA-DIA-EXIT
                   VARYING WS-CAL-DIA FROM 1 BY 1
                   UNTIL WS-CAL-DIA GREATER WS-ULTIMO-DIA.

           COMPUTE WS-MAX-ATRASO = WS-DIAS-UTEIS * 480.
      *----------------------------------------------------------------*
       1950-99-CALENDARIO-EXIT.            EXIT.
      *================================================================*
       1960-CLASSIFICA-DIA                 SECTION.
      *================================================================*
           MOVE 'U'                        TO         WS-671-FUNCAO.
           MOVE WS-DATA-CAL                TO         WS-671-DATA-BASE.
           MOVE ZEROS                      TO         WS-671-DIAS-SOMAR.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NA CONSULTA DE DIA UTIL (VRB671S)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-671-EH-UTIL              EQUAL      'S'
               ADD  1                      TO         WS-DIAS-UTEIS
           ELSE
               ADD  1                      TO         WS-DIAS-DSR
           END-IF.
      *----------------------------------------------------------------*
       1960-99-CLASSIFICA-DIA-EXIT.        EXIT.
      *================================================================*
       1990-REJEITA-PONTO                  SECTION.
      *================================================================*
           WRITE REG-PRJ.
           IF  WS-FS-PRJ                   NOT EQUAL  '00'
               MOVE WS-FS-PRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PONREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADOS-PON.
      *----------------------------------------------------------------*
       1990-99-REJEITA-PONTO-EXIT.         EXIT.
      *================================================================*
       2000-CALCULA-FOLHA                  SECTION.
      *================================================================*
      *   '2' 13O P2 : BRUTO = METADE, DESCONTOS SOBRE O 13O INTEGRAL; *
      *   'F' FERIAS : BRUTO = SALARIO/30 X DIAS + TERCO, TRIBUTADO.   *
      *----------------------------------------------------------------*
      * FUNCIONARIO DESLIGADO PELA RESCISAO NAO ENTRA NA FOLHA; PONTO
      * LANCADO PARA ELE VAI PARA O PONREJ.
           IF  FUN-DESLIGADO
               ADD  1                      TO         WS-DESLIGADOS
               MOVE ZEROS                  TO         WS-PON-ACHADO
               IF  WS-MODO                 EQUAL      'M'
               AND WS-QTDE-PON             GREATER    ZEROS
                   MOVE FUN-CODIGO         TO         WS-PON-PROCURA
                   PERFORM 2050-PROCURA-PONTO
                       THRU 2050-99-PROCURA-PONTO-EXIT
               END-IF
               IF  WS-PON-ACHADO           GREATER    ZEROS
                   MOVE 'S'      TO  WS-PON-USADO (WS-PON-ACHADO)
                   MOVE WS-PON-REGISTRO (WS-PON-ACHADO)
                                           TO         PRJ-REGISTRO
                   MOVE 'FUNCIONARIO DESLIGADO NO CADFUN'
                                           TO         PRJ-MOTIVO
                   PERFORM 1990-REJEITA-PONTO
                       THRU 1990-99-REJEITA-PONTO-EXIT
               END-IF
               PERFORM 2450-BENEFICIO-DESLIGADO
                   THRU 2450-99-BENEFICIO-DESLIGADO-EXIT
                       VARYING WS-IND-BEN FROM 1 BY 1
                       UNTIL WS-IND-BEN GREATER WS-QTDE-BEN
               PERFORM 2460-DISSIDIO-DESLIGADO
                   THRU 2460-99-DISSIDIO-DESLIGADO-EXIT
                       VARYING WS-IND-DIS FROM 1 BY 1
                       UNTIL WS-IND-DIS GREATER WS-QTDE-DIS
               PERFORM 2100-LER-CADFUN THRU 2100-99-LER-CADFUN-EXIT
               GO TO 2000-99-CALCULA-FOLHA-EXIT
           END-IF.

           EVALUATE WS-MODO
               WHEN 'M'
                   MOVE FUN-SALARIO-BRUTO  TO         WS-BRUTO-CALC
                   MOVE WS-BRUTO-CALC      TO         WS-BASE-TRIBUTO
           END-EVALUATE.

      * NA RODADA MENSAL O PONTO AJUSTA O BRUTO ANTES DOS DESCONTOS.
           MOVE ZEROS                      TO         WS-PON-ACHADO.
           IF  WS-MODO                     EQUAL      'M'
           AND WS-QTDE-PON                 GREATER    ZEROS
               MOVE FUN-CODIGO             TO         WS-PON-PROCURA
               PERFORM 2050-PROCURA-PONTO
                   THRU 2050-99-PROCURA-PONTO-EXIT
           END-IF.
           IF  WS-PON-ACHADO               GREATER    ZEROS
               PERFORM 2060-APLICA-PONTO
                   THRU 2060-99-APLICA-PONTO-EXIT
           END-IF.

           PERFORM 3000-CALCULA-INSS
               THRU 3000-99-CALCULA-INSS-EXIT.
           PERFORM 3500-CALCULA-IRRF

           COMPUTE WS-LIQUIDO = WS-BRUTO-CALC - WS-INSS - WS-IRRF.

      * DIFERENCA DE DISSIDIO DA RODADA MENSAL: INSS E IRRF JA VEM
      * CALCULADOS POR COMPETENCIA, NAO SE MISTURAM AOS DO MES.
           MOVE ZEROS                      TO         WS-DIS-ACHADO
                                                      WS-DIS-BRUTO
                                                      WS-DIS-INSS
                                                      WS-DIS-IRRF
                                                      WS-DIS-LIQUIDO.
           IF  WS-MODO                     EQUAL      'M'
           AND WS-QTDE-DIS                 GREATER    ZEROS
               PERFORM 2470-PROCURA-DISSIDIO
                   THRU 2470-99-PROCURA-DISSIDIO-EXIT
                       VARYING WS-IND-DIS FROM 1 BY 1
                       UNTIL WS-IND-DIS GREATER WS-QTDE-DIS
                          OR WS-DIS-ACHADO GREATER ZEROS
           END-IF.

      * FGTS SOBRE O BRUTO DA RODADA (MENSAL, PARCELAS DO 13O E FERIAS
      * COM O TERCO, MAIS A DIFERENCA DE DISSIDIO) - ENCARGO DO
      * EMPREGADOR, NAO DESCONTA DO LIQUIDO.
           COMPUTE WS-FGTS ROUNDED =
                   (WS-BRUTO-CALC + WS-DIS-BRUTO) * WS-ALIQ-FGTS / 100.

           MOVE ZEROS                      TO         WS-DESCONTADO.
           IF  WS-MODO                     EQUAL      'M'
           AND WS-QTDE-LPA                 GREATER    ZEROS
               PERFORM 4000-DESCONTA-CONSIGNADO
                   THRU 4000-99-DESCONTA-CONSIGNADO-EXIT
           END-IF.

      * A DIFERENCA DE DISSIDIO ENTRA NO LIQUIDO DEPOIS DO CONSIGNADO
      * (NAO AUMENTA A MARGEM CONSIGNAVEL DO MES).
           ADD  WS-DIS-LIQUIDO             TO         WS-LIQUIDO.

      * BENEFICIOS DA RODADA MENSAL, DEPOIS DO CONSIGNADO (NAO ENTRAM
      * NA MARGEM CONSIGNAVEL).
           MOVE ZEROS                      TO         WS-DESC-VT
                                                      WS-DESC-VR
                                                      WS-DESC-SAUDE.
           IF  WS-MODO                     EQUAL      'M'
           AND WS-QTDE-BEN                 GREATER    ZEROS
               PERFORM 2410-APLICA-BENEFICIO
                   THRU 2410-99-APLICA-BENEFICIO-EXIT
                       VARYING WS-IND-BEN FROM 1 BY 1
                       UNTIL WS-IND-BEN GREATER WS-QTDE-BEN
           END-IF.

           INITIALIZE REG-NET.
           MOVE FUN-CODIGO                 TO         NET-CODIGO.
           MOVE FUN-NOME                   TO         NET-NOME.
           COMPUTE NET-BRUTO = WS-BRUTO-CALC + WS-DIS-BRUTO.
           COMPUTE NET-INSS  = WS-INSS + WS-DIS-INSS.
           COMPUTE NET-IRRF  = WS-IRRF + WS-DIS-IRRF.
           MOVE WS-LIQUIDO                 TO         NET-LIQUIDO.
           MOVE FUN-BANCO                  TO         NET-BANCO.
           MOVE FUN-AGENCIA                TO         NET-AGENCIA.
           MOVE FUN-CONTA-CORRENTE         TO        NET-CONTA-CORRENTE.
           MOVE WS-FGTS                    TO         NET-FGTS.
           MOVE WS-DESCONTADO              TO         NET-CONSIGNADO.
           MOVE WS-DESC-VT                 TO         NET-VT.
           MOVE WS-DESC-VR                 TO         NET-VR.
           MOVE WS-DESC-SAUDE              TO         NET-SAUDE.
           MOVE WS-DIS-BRUTO               TO         NET-DISSIDIO.
           WRITE REG-NET.
           IF  WS-FS-NET                   NOT EQUAL  '00'
               MOVE WS-FS-NET              TO         WS-AREA-STAT

           MOVE FUN-CODIGO                 TO         DETF-CODIGO.
           MOVE FUN-NOME                   TO         DETF-NOME.
           COMPUTE DETF-BRUTO = WS-BRUTO-CALC + WS-DIS-BRUTO.
           COMPUTE DETF-INSS  = WS-INSS + WS-DIS-INSS.
           COMPUTE DETF-IRRF  = WS-IRRF + WS-DIS-IRRF.
           MOVE WS-LIQUIDO                 TO         DETF-LIQUIDO.
           WRITE REG-REL                   FROM       DET-FUN.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

           IF  WS-PON-ACHADO               GREATER    ZEROS
               COMPUTE DETP-VARIAVEL = WS-VARIAVEL + WS-DSR
               MOVE WS-DESC-PONTO          TO         DETP-DESCONTO
               WRITE REG-REL               FROM       DET-PONTO
               PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT
           END-IF.

           IF  WS-DESC-VT                  GREATER    ZEROS
           OR  WS-DESC-VR                  GREATER    ZEROS
           OR  WS-DESC-SAUDE               GREATER    ZEROS
               MOVE WS-DESC-VT             TO         DETB-VT
               MOVE WS-DESC-VR             TO         DETB-VR
               MOVE WS-DESC-SAUDE          TO         DETB-SAUDE
               WRITE REG-REL               FROM       DET-BENEF
               PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT
               ADD  WS-DESC-VT             TO         WS-TOT-VT
               ADD  WS-DESC-VR             TO         WS-TOT-VR
               ADD  WS-DESC-SAUDE          TO         WS-TOT-SAUDE
           END-IF.

           IF  WS-DIS-ACHADO               GREATER    ZEROS
               MOVE WS-DIS-BRUTO           TO         DETD-BRUTO
               MOVE WS-DIS-INSS            TO         DETD-INSS
               MOVE WS-DIS-IRRF            TO         DETD-IRRF
               WRITE REG-REL               FROM       DET-DISSIDIO
               PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT
               ADD  1                      TO         WS-PAGOS-DIS
               ADD  WS-DIS-BRUTO           TO         WS-TOT-DISSIDIO
           END-IF.

           ADD  WS-BRUTO-CALC  WS-DIS-BRUTO TO        WS-TOT-BRUTO.
           ADD  WS-INSS        WS-DIS-INSS  TO        WS-TOT-INSS.
           ADD  WS-IRRF        WS-DIS-IRRF  TO        WS-TOT-IRRF.
           ADD  WS-LIQUIDO                 TO         WS-TOT-LIQUIDO.

           IF  WS-FGTS                     GREATER    ZEROS
               PERFORM 2200-GRAVA-FGTSMOV
                   THRU 2200-99-GRAVA-FGTSMOV-EXIT
           END-IF.

           PERFORM 2300-GRAVA-FOLHIST
               THRU 2300-99-GRAVA-FOLHIST-EXIT.

           IF  WS-DIS-ACHADO               GREATER    ZEROS
               PERFORM 2350-GRAVA-DISSIDIO
                   THRU 2350-99-GRAVA-DISSIDIO-EXIT
           END-IF.

           PERFORM 2100-LER-CADFUN   THRU  2100-99-LER-CADFUN-EXIT.
      *----------------------------------------------------------------*
       2000-99-CALCULA-FOLHA-EXIT.         EXIT.
      *================================================================*
       2050-PROCURA-PONTO                  SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-PON-ACHADO.
           PERFORM 2055-COMPARA-PONTO
               THRU 2055-99-COMPARA-PONTO-EXIT
                   VARYING WS-IND-PON FROM 1 BY 1
                   UNTIL WS-IND-PON GREATER WS-QTDE-PON
                      OR WS-PON-ACHADO GREATER ZEROS.
      *----------------------------------------------------------------*
       2050-99-PROCURA-PONTO-EXIT.         EXIT.
      *================================================================*
       2055-COMPARA-PONTO                  SECTION.
      *================================================================*
           IF  WS-PON-CODIGO (WS-IND-PON)  EQUAL      WS-PON-PROCURA
               MOVE WS-IND-PON             TO         WS-PON-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       2055-99-COMPARA-PONTO-EXIT.         EXIT.
      *================================================================*
       2060-APLICA-PONTO                   SECTION.
      *================================================================*
      * HORA NORMAL = SALARIO / DIVISOR; EXTRAS A 50 E 100 PORCENTO,   *
      * ADICIONAL NOTURNO DE 20 PORCENTO; O VARIAVEL REFLETE NO DSR    *
      * (VARIAVEL / DIAS UTEIS X DIAS DE DESCANSO). CADA FALTA         *
      * INJUSTIFICADA DESCONTA O DIA E O DSR DA SEMANA (ATE O NUMERO   *
      * DE DIAS DE DESCANSO DO MES); ATRASO DESCONTA OS MINUTOS.       *
      *----------------------------------------------------------------*
           COMPUTE WS-VALOR-HORA ROUNDED =
                   FUN-SALARIO-BRUTO / WS-DIVISOR-HORAS.
           COMPUTE WS-VALOR-DIA ROUNDED = FUN-SALARIO-BRUTO / 30.

           COMPUTE WS-VARIAVEL ROUNDED =
                   WS-PON-HORAS-50 (WS-PON-ACHADO)  * WS-VALOR-HORA
                 * 1,5.
           COMPUTE WS-ADICIONAL ROUNDED =
                   WS-PON-HORAS-100 (WS-PON-ACHADO) * WS-VALOR-HORA
                 * 2.
           ADD  WS-ADICIONAL               TO         WS-VARIAVEL.
           COMPUTE WS-ADICIONAL ROUNDED =
                   WS-PON-HORAS-NOT (WS-PON-ACHADO) * WS-VALOR-HORA
                 * 0,2.
           ADD  WS-ADICIONAL               TO         WS-VARIAVEL.

           MOVE ZEROS                      TO         WS-DSR.
           IF  WS-DIAS-UTEIS               GREATER    ZEROS
               COMPUTE WS-DSR ROUNDED =
                       WS-VARIAVEL * WS-DIAS-DSR / WS-DIAS-UTEIS
           END-IF.

           MOVE WS-PON-FALTAS (WS-PON-ACHADO) TO      WS-FALTAS-DSR.
           IF  WS-FALTAS-DSR               GREATER    WS-DIAS-DSR
               MOVE WS-DIAS-DSR            TO         WS-FALTAS-DSR
           END-IF.
           COMPUTE WS-DESC-PONTO ROUNDED =
                   (WS-PON-FALTAS (WS-PON-ACHADO) + WS-FALTAS-DSR)
                 * WS-VALOR-DIA.
           COMPUTE WS-ADICIONAL ROUNDED =
                   WS-PON-ATRASO (WS-PON-ACHADO) * WS-VALOR-HORA / 60.
           ADD  WS-ADICIONAL               TO         WS-DESC-PONTO.

           COMPUTE WS-BRUTO-AJUSTE = WS-BRUTO-CALC + WS-VARIAVEL
                                   + WS-DSR - WS-DESC-PONTO.
           IF  WS-BRUTO-AJUSTE             LESS       ZEROS
               MOVE ZEROS                  TO         WS-BRUTO-AJUSTE
           END-IF.
           MOVE WS-BRUTO-AJUSTE            TO         WS-BRUTO-CALC
                                                      WS-BASE-TRIBUTO.

           MOVE 'S'                TO  WS-PON-USADO (WS-PON-ACHADO).
           ADD  1                          TO         WS-APLICADOS-PON.
           ADD  WS-VARIAVEL WS-DSR         TO         WS-TOT-VARIAVEL.
           ADD  WS-DESC-PONTO              TO         WS-TOT-DESC-PONTO.
      *----------------------------------------------------------------*
       2060-99-APLICA-PONTO-EXIT.          EXIT.
      *================================================================*
       2100-LER-CADFUN                     SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-CADFUN-EXIT.            EXIT.
      *================================================================*
       2200-GRAVA-FGTSMOV                  SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-FGM.
           MOVE FUN-CODIGO                 TO         FGM-CODIGO.
           MOVE FUN-NOME                   TO         FGM-NOME.
           MOVE WS-ANOMES-HOJE             TO         FGM-ANOMES.
           MOVE WS-MODO                    TO         FGM-MODO.
           COMPUTE FGM-BASE = WS-BRUTO-CALC + WS-DIS-BRUTO.
           MOVE WS-FGTS                    TO         FGM-DEPOSITO.
           MOVE WS-DATA-HOJE               TO         FGM-DATA.
           WRITE REG-FGM.
           IF  WS-FS-FGM                   NOT EQUAL  '00'
               MOVE '2200-GRAVA-FGTSMOV'   TO         WS-CODIGO-AREA
               MOVE WS-FS-FGM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO FGTSMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-FGM.
           ADD  WS-FGTS                    TO         WS-TOT-FGTS.
      *----------------------------------------------------------------*
       2200-99-GRAVA-FGTSMOV-EXIT.         EXIT.
      *================================================================*
       2300-GRAVA-FOLHIST                  SECTION.
      *================================================================*
      * TODAS AS RODADAS DESTA FOLHA SAO TRIBUTAVEIS; O CAMPO DE       *
      * RENDIMENTO ISENTO FICA PARA AS VERBAS INDENIZATORIAS.          *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-HST.
           MOVE FUN-CODIGO                 TO         HST-CODIGO.
           MOVE FUN-NOME                   TO         HST-NOME.
           MOVE WS-ANOMES-HOJE             TO         HST-ANOMES.
           MOVE WS-MODO                    TO         HST-MODO.
           MOVE WS-BRUTO-CALC              TO         HST-BRUTO.
           MOVE WS-INSS                    TO         HST-INSS.
           MOVE WS-IRRF                    TO         HST-IRRF.
           MOVE WS-DESCONTADO              TO         HST-CONSIGNADO.
           COMPUTE HST-LIQUIDO = WS-LIQUIDO - WS-DIS-LIQUIDO.
           MOVE ZEROS                      TO         HST-ISENTO.
           MOVE WS-DATA-HOJE               TO         HST-DATA.
           WRITE REG-HST.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               MOVE '2300-GRAVA-FOLHIST'   TO         WS-CODIGO-AREA
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HST.
      *----------------------------------------------------------------*
       2300-99-GRAVA-FOLHIST-EXIT.         EXIT.
      *================================================================*
       2350-GRAVA-DISSIDIO                 SECTION.
      *================================================================*
      * A DIFERENCA DE DISSIDIO FICA NO HISTORICO COMO RODADA 'D', FORA*
      * DA RODADA MENSAL, PARA NAO ENTRAR EM NOVA REVISAO DO DISSIDIO. *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-HST.
           MOVE FUN-CODIGO                 TO         HST-CODIGO.
           MOVE FUN-NOME                   TO         HST-NOME.
           MOVE WS-ANOMES-HOJE             TO         HST-ANOMES.
           MOVE 'D'                        TO         HST-MODO.
           MOVE WS-DIS-BRUTO               TO         HST-BRUTO.
           MOVE WS-DIS-INSS                TO         HST-INSS.
           MOVE WS-DIS-IRRF                TO         HST-IRRF.
           MOVE ZEROS                      TO         HST-CONSIGNADO.
           MOVE WS-DIS-LIQUIDO             TO         HST-LIQUIDO.
           MOVE ZEROS                      TO         HST-ISENTO.
           MOVE WS-DATA-HOJE               TO         HST-DATA.
           WRITE REG-HST.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               MOVE '2350-GRAVA-DISSIDIO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO FOLHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HST.
      *----------------------------------------------------------------*
       2350-99-GRAVA-DISSIDIO-EXIT.        EXIT.
      *================================================================*
       2410-APLICA-BENEFICIO               SECTION.
      *================================================================*
      * REGRA POR BENEFICIO, NOS DIAS UTEIS DA COMPETENCIA (VRB671S):  *
      *   VT   : PASSAGENS = POR DIA X DIAS UTEIS; CUSTO = PASSAGENS X *
      *          TARIFA; DESCONTO = CUSTO ATE O TETO (6 POR CENTO DO   *
      *          SALARIO BASE);                                        *
      *   VR   : CUSTO = VALOR DIARIO X DIAS UTEIS; DESCONTO = CUSTO X *
      *          COPARTICIPACAO;                                       *
      *   SAUDE: MENSALIDADE = TITULAR + DEPENDENTES X VALOR POR       *
      *          DEPENDENTE; DESCONTO = MENSALIDADE X COPARTICIPACAO.  *
      * O DESCONTO NUNCA PASSA DO LIQUIDO QUE RESTA; O PEDIDO AO       *
      * FORNECEDOR SAI PELO CUSTO CHEIO.                               *
      *----------------------------------------------------------------*
           IF  WS-BEN-CODIGO (WS-IND-BEN)  NOT EQUAL  FUN-CODIGO
               GO TO 2410-99-APLICA-BENEFICIO-EXIT
           END-IF.
           MOVE 'S'                TO  WS-BEN-USADO (WS-IND-BEN).

           EVALUATE WS-BEN-TIPO (WS-IND-BEN)
               WHEN 'VT'
                   COMPUTE WS-BEN-QTDE =
                           WS-BEN-QTDE-DIA (WS-IND-BEN) * WS-DIAS-UTEIS
                   COMPUTE WS-BEN-CUSTO =
                           WS-BEN-QTDE * WS-BEN-VALOR-UNIT (WS-IND-BEN)
                   COMPUTE WS-LIMITE-VT ROUNDED =
                           FUN-SALARIO-BRUTO * WS-TETO-VT / 100
                   MOVE WS-BEN-CUSTO       TO         WS-BEN-DESCONTO
                   IF  WS-BEN-DESCONTO     GREATER    WS-LIMITE-VT
                       MOVE WS-LIMITE-VT   TO         WS-BEN-DESCONTO
                   END-IF
               WHEN 'VR'
                   MOVE WS-DIAS-UTEIS      TO         WS-BEN-QTDE
                   COMPUTE WS-BEN-CUSTO =
                           WS-BEN-QTDE * WS-BEN-VALOR-UNIT (WS-IND-BEN)
                   COMPUTE WS-BEN-DESCONTO ROUNDED =
                           WS-BEN-CUSTO * WS-BEN-PERC (WS-IND-BEN) / 100
               WHEN OTHER
                   COMPUTE WS-BEN-QTDE =
                           WS-BEN-DEPENDENTES (WS-IND-BEN) + 1
                   COMPUTE WS-BEN-CUSTO =
                           WS-BEN-DEPENDENTES (WS-IND-BEN)
                         * WS-BEN-VALOR-DEP (WS-IND-BEN)
                   ADD WS-BEN-VALOR-UNIT (WS-IND-BEN) TO WS-BEN-CUSTO
                   COMPUTE WS-BEN-DESCONTO ROUNDED =
                           WS-BEN-CUSTO * WS-BEN-PERC (WS-IND-BEN) / 100
           END-EVALUATE.

           IF  WS-BEN-DESCONTO             GREATER    WS-LIQUIDO
               MOVE WS-LIQUIDO             TO         WS-BEN-DESCONTO
           END-IF.
           SUBTRACT WS-BEN-DESCONTO        FROM       WS-LIQUIDO.

           MOVE FUN-CODIGO                 TO         FORD-CODIGO.
           MOVE FUN-NOME                   TO         FORD-NOME.
           MOVE WS-BEN-PLANO (WS-IND-BEN)  TO         FORD-PLANO.
           MOVE WS-BEN-QTDE                TO         FORD-QUANTIDADE.
           MOVE WS-BEN-VALOR-UNIT (WS-IND-BEN) TO     FORD-VALOR-UNIT.
           MOVE WS-BEN-CUSTO               TO         FORD-VALOR-TOTAL.
           MOVE WS-BEN-DESCONTO            TO         FORD-DESCONTO.

           EVALUATE WS-BEN-TIPO (WS-IND-BEN)
               WHEN 'VT'
                   ADD  WS-BEN-DESCONTO    TO         WS-DESC-VT
                   WRITE REG-FVT           FROM       FOR-DETALHE
                   ADD  1                  TO         WS-FVT-REGS
                   ADD  WS-BEN-QTDE        TO         WS-FVT-QTDE
                   ADD  WS-BEN-CUSTO       TO         WS-FVT-VALOR
               WHEN 'VR'
                   ADD  WS-BEN-DESCONTO    TO         WS-DESC-VR
                   WRITE REG-FVR           FROM       FOR-DETALHE
                   ADD  1                  TO         WS-FVR-REGS
                   ADD  WS-BEN-QTDE        TO         WS-FVR-QTDE
                   ADD  WS-BEN-CUSTO       TO         WS-FVR-VALOR
               WHEN OTHER
                   ADD  WS-BEN-DESCONTO    TO         WS-DESC-SAUDE
                   WRITE REG-FSA           FROM       FOR-DETALHE
                   ADD  1                  TO         WS-FSA-REGS
                   ADD  WS-BEN-QTDE        TO         WS-FSA-QTDE
                   ADD  WS-BEN-CUSTO       TO         WS-FSA-VALOR
           END-EVALUATE.
           PERFORM 2430-FS-FORNECEDOR THRU 2430-99-FS-FORNECEDOR-EXIT.
      *----------------------------------------------------------------*
       2410-99-APLICA-BENEFICIO-EXIT.      EXIT.
      *================================================================*
       2430-FS-FORNECEDOR                  SECTION.
      *================================================================*
           IF  WS-FS-FVT                   NOT EQUAL  '00'
           OR  WS-FS-FVR                   NOT EQUAL  '00'
           OR  WS-FS-FSA                   NOT EQUAL  '00'
               MOVE WS-FS-FVT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR PEDIDO DE FORNECEDOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2430-99-FS-FORNECEDOR-EXIT.         EXIT.
      *================================================================*
       2450-BENEFICIO-DESLIGADO            SECTION.
      *================================================================*
           IF  WS-BEN-CODIGO (WS-IND-BEN)  EQUAL      FUN-CODIGO
               MOVE 'S'            TO  WS-BEN-USADO (WS-IND-BEN)
               MOVE WS-BEN-REGISTRO (WS-IND-BEN)
                                           TO         BRJ-REGISTRO
               MOVE 'FUNCIONARIO DESLIGADO NO CADFUN'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2450-99-BENEFICIO-DESLIGADO-EXIT.   EXIT.
      *================================================================*
       2460-DISSIDIO-DESLIGADO             SECTION.
      *================================================================*
           IF  WS-DIS-CODIGO (WS-IND-DIS)  EQUAL      FUN-CODIGO
               MOVE 'S'            TO  WS-DIS-USADO (WS-IND-DIS)
               MOVE WS-DIS-REGISTRO (WS-IND-DIS)
                                           TO         DRJ-REGISTRO
               MOVE 'FUNCIONARIO DESLIGADO NO CADFUN'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2460-99-DISSIDIO-DESLIGADO-EXIT.    EXIT.
      *================================================================*
       2470-PROCURA-DISSIDIO               SECTION.
      *================================================================*
           IF  WS-DIS-CODIGO (WS-IND-DIS)  EQUAL      FUN-CODIGO
               MOVE WS-IND-DIS             TO         WS-DIS-ACHADO
               MOVE 'S'            TO  WS-DIS-USADO (WS-IND-DIS)
               MOVE WS-DIS-TAB-BRUTO (WS-IND-DIS) TO  WS-DIS-BRUTO
               MOVE WS-DIS-TAB-INSS (WS-IND-DIS)  TO  WS-DIS-INSS
               MOVE WS-DIS-TAB-IRRF (WS-IND-DIS)  TO  WS-DIS-IRRF
               COMPUTE WS-DIS-LIQUIDO = WS-DIS-BRUTO - WS-DIS-INSS
                                      - WS-DIS-IRRF
           END-IF.
      *----------------------------------------------------------------*
       2470-99-PROCURA-DISSIDIO-EXIT.      EXIT.
      *================================================================*
       3000-CALCULA-INSS                   SECTION.
      *================================================================*
           MOVE WS-TOT-LIQUIDO             TO         TOTF-LIQUIDO.
           WRITE REG-REL                   FROM       TOT-FOLHA.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

           MOVE WS-TOT-FGTS                TO         TOTG-FGTS.
           WRITE REG-REL                   FROM       TOT-FGTS.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

           IF  WS-MODO                     NOT EQUAL  'M'
               GO TO 5000-99-TOTAIS-EXIT
           END-IF.
           MOVE 'PONTO EXTRAS/NOT/DSR'     TO         TOTP-ROTULO.
           MOVE WS-TOT-VARIAVEL            TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.
           MOVE 'PONTO FALTAS/ATRASOS'     TO         TOTP-ROTULO.
           MOVE WS-TOT-DESC-PONTO          TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

      * PONTO DE FUNCIONARIO QUE NAO ESTA NO CADFUN VAI PARA O PONREJ.
           PERFORM 5100-PONTO-SEM-CADASTRO
               THRU 5100-99-PONTO-SEM-CADASTRO-EXIT
                   VARYING WS-IND-PON FROM 1 BY 1
                   UNTIL WS-IND-PON GREATER WS-QTDE-PON.

           MOVE 'DESCONTO VT'              TO         TOTP-ROTULO.
           MOVE WS-TOT-VT                  TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.
           MOVE 'DESCONTO VR'              TO         TOTP-ROTULO.
           MOVE WS-TOT-VR                  TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.
           MOVE 'DESCONTO PLANO SAUDE'     TO         TOTP-ROTULO.
           MOVE WS-TOT-SAUDE               TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.
           MOVE 'DISSIDIO RETROATIVO'      TO         TOTP-ROTULO.
           MOVE WS-TOT-DISSIDIO            TO         TOTP-VALOR.
           WRITE REG-REL                   FROM       TOT-PONTO.
           PERFORM 8000-FS-RELFOLHA THRU 8000-99-FS-RELFOLHA-EXIT.

      * ADESAO DE FUNCIONARIO QUE NAO ESTA NO CADFUN VAI PARA O BENREJ.
           PERFORM 5200-BENEFICIO-SEM-CADASTRO
               THRU 5200-99-BENEFICIO-SEM-CADASTRO-EXIT
                   VARYING WS-IND-BEN FROM 1 BY 1
                   UNTIL WS-IND-BEN GREATER WS-QTDE-BEN.

      * DIFERENCA DE FUNCIONARIO QUE NAO ESTA NO CADFUN VAI PARA O
      * DISREJ.
           PERFORM 5300-DISSIDIO-SEM-CADASTRO
               THRU 5300-99-DISSIDIO-SEM-CADASTRO-EXIT
                   VARYING WS-IND-DIS FROM 1 BY 1
                   UNTIL WS-IND-DIS GREATER WS-QTDE-DIS.

      * TRAILER DOS PEDIDOS AOS FORNECEDORES (SO NA RODADA MENSAL).
           IF  WS-MODO                     NOT EQUAL  'M'
               GO TO 5000-99-TOTAIS-EXIT
           END-IF.

           MOVE WS-FVT-REGS                TO         FORT-QTDE-REG.
           MOVE WS-FVT-QTDE                TO         FORT-QTDE-TOTAL.
           MOVE WS-FVT-VALOR               TO         FORT-VALOR-TOTAL.
           WRITE REG-FVT                   FROM       FOR-TRAILER.
           MOVE WS-FVR-REGS                TO         FORT-QTDE-REG.
           MOVE WS-FVR-QTDE                TO         FORT-QTDE-TOTAL.
           MOVE WS-FVR-VALOR               TO         FORT-VALOR-TOTAL.
           WRITE REG-FVR                   FROM       FOR-TRAILER.
           MOVE WS-FSA-REGS                TO         FORT-QTDE-REG.
           MOVE WS-FSA-QTDE                TO         FORT-QTDE-TOTAL.
           MOVE WS-FSA-VALOR               TO         FORT-VALOR-TOTAL.
           WRITE REG-FSA                   FROM       FOR-TRAILER.
           PERFORM 2430-FS-FORNECEDOR THRU 2430-99-FS-FORNECEDOR-EXIT.
      *----------------------------------------------------------------*
       5000-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       5100-PONTO-SEM-CADASTRO             SECTION.
      *================================================================*
           IF  WS-PON-USADO (WS-IND-PON)   EQUAL      'N'
               MOVE WS-PON-REGISTRO (WS-IND-PON)
                                           TO         PRJ-REGISTRO
               MOVE 'FUNCIONARIO NAO CADASTRADO NO CADFUN'
                                           TO         PRJ-MOTIVO
               PERFORM 1990-REJEITA-PONTO
                   THRU 1990-99-REJEITA-PONTO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       5100-99-PONTO-SEM-CADASTRO-EXIT.    EXIT.
      *================================================================*
       5200-BENEFICIO-SEM-CADASTRO         SECTION.
      *================================================================*
           IF  WS-BEN-USADO (WS-IND-BEN)   EQUAL      'N'
               MOVE WS-BEN-REGISTRO (WS-IND-BEN)
                                           TO         BRJ-REGISTRO
               MOVE 'FUNCIONARIO NAO CADASTRADO NO CADFUN'
                                           TO         BRJ-MOTIVO
               PERFORM 1428-REJEITA-BENEFICIO
                   THRU 1428-99-REJEITA-BENEFICIO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       5200-99-BENEFICIO-SEM-CADASTRO-EXIT.
                                           EXIT.
      *================================================================*
       5300-DISSIDIO-SEM-CADASTRO          SECTION.
      *================================================================*
           IF  WS-DIS-USADO (WS-IND-DIS)   EQUAL      'N'
               MOVE WS-DIS-REGISTRO (WS-IND-DIS)
                                           TO         DRJ-REGISTRO
               MOVE 'FUNCIONARIO NAO CADASTRADO NO CADFUN'
                                           TO         DRJ-MOTIVO
               PERFORM 1438-REJEITA-DISSIDIO
                   THRU 1438-99-REJEITA-DISSIDIO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       5300-99-DISSIDIO-SEM-CADASTRO-EXIT. EXIT.
      *================================================================*
       8000-FS-RELFOLHA                    SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CADFUN  CADNET  RELFOLHA  CONSPAG  FGTSMOV  FOLHIST
                 PONREJ  BENREJ  DISREJ.

           IF  WS-MODO                     EQUAL      'M'
               CLOSE VTFORN  VRFORN  SAFORN
           END-IF.

           IF  WS-FS-FUN                   NOT EQUAL  '00'
           OR  WS-FS-NET                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-FGM                   NOT EQUAL  '00'
           OR  WS-FS-HST                   NOT EQUAL  '00'
           OR  WS-FS-PRJ                   NOT EQUAL  '00'
           OR  WS-FS-BRJ                   NOT EQUAL  '00'
           OR  WS-FS-FVT                   NOT EQUAL  '00'
           OR  WS-FS-FVR                   NOT EQUAL  '00'
           OR  WS-FS-FSA                   NOT EQUAL  '00'
           OR  WS-FS-DRJ                   NOT EQUAL  '00'
               MOVE WS-FS-NET              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* PARCELAS ROLADAS      =    ' WS-PARCELAS-ROLADAS.
           DISPLAY '* SEM PEDIDO DE FERIAS  =    ' WS-SEM-PEDIDO.
           DISPLAY '* FUNCIONARIOS LIDOS    =    ' WS-LIDOS-FUN.
           DISPLAY '* DESLIGADOS (IGNORADOS)=    ' WS-DESLIGADOS.
           DISPLAY '* REGISTROS EM CADNET   =    ' WS-GRAVADOS-NET.
           DISPLAY '* TOTAL BRUTO           =    ' WS-TOT-BRUTO.
           DISPLAY '* TOTAL INSS            =    ' WS-TOT-INSS.
           DISPLAY '* TOTAL IRRF            =    ' WS-TOT-IRRF.
           DISPLAY '* TOTAL LIQUIDO         =    ' WS-TOT-LIQUIDO.
           DISPLAY '* REGISTROS EM FGTSMOV  =    ' WS-GRAVADOS-FGM.
           DISPLAY '* TOTAL FGTS            =    ' WS-TOT-FGTS.
           DISPLAY '* REGISTROS EM FOLHIST  =    ' WS-GRAVADOS-HST.
           DISPLAY '* LIDOS NO PONTO        =    ' WS-LIDOS-PON.
           DISPLAY '* PONTO APLICADO        =    ' WS-APLICADOS-PON.
           DISPLAY '* PONTO REJEITADO       =    ' WS-REJEITADOS-PON.
           DISPLAY '* LIDOS NO BENMST       =    ' WS-LIDOS-BEN.
           DISPLAY '* ADESOES FORA VIGENCIA =    ' WS-FORA-VIGENCIA.
           DISPLAY '* ADESOES REJEITADAS    =    ' WS-REJEITADOS-BEN.
           DISPLAY '* TOTAL DESCONTO VT     =    ' WS-TOT-VT.
           DISPLAY '* TOTAL DESCONTO VR     =    ' WS-TOT-VR.
           DISPLAY '* TOTAL DESCONTO SAUDE  =    ' WS-TOT-SAUDE.
           DISPLAY '* LIDOS NO DISMOV       =    ' WS-LIDOS-DIS.
           DISPLAY '* DISSIDIOS PAGOS       =    ' WS-PAGOS-DIS.
           DISPLAY '* DISSIDIOS REJEITADOS  =    ' WS-REJEITADOS-DIS.
           DISPLAY '* TOTAL DISSIDIO        =    ' WS-TOT-DISSIDIO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
