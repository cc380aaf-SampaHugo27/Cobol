       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB814S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DIARIA DO REGISTRO DE CONTESTACOES DE     *
      * COMPRA (CHARGEBACK). A CONTESTACAO EH IDENTIFICADA PELO CPF E  *
      * PELO MOVIMENTO DO ARQMOV QUE O CLIENTE CONTESTOU NO EXTRATO    *
      * (DATA E VALOR). AS TRANSACOES DO DIA CHEGAM NO CTSTRN, SAO     *
      * CLASSIFICADAS PELA CHAVE (SORT INTERNO) E BATIDAS COM O MASTER *
      * CTSMST, REGRAVADO EM CTSMSTN. TIPOS DE TRANSACAO:              *
      *   A = ABERTURA (ETAPA A - ANALISE INTERNA)                     *
      *   C = CHARGEBACK ENVIADO AO ESTABELECIMENTO (ETAPA C)          *
      *   R = ARBITRAGEM NA BANDEIRA (ETAPA R)                         *
      *   F = ENCERRADA A FAVOR DO CLIENTE (SITUACAO F)                *
      *   I = ENCERRADA CONTRA O CLIENTE   (SITUACAO I)                *
      * CADA ETAPA TEM PRAZO EM DIAS UTEIS (PARGET31 CONTEST/PRZANALI, *
      * PRZCHGBK E PRZARBIT, PADRAO 10, 30 E 45), CONTADO PELA VRB671S *
      * A PARTIR DA DATA DA TRANSACAO. ENCERRAMENTO A FAVOR GERA O     *
      * MOVIMENTO DE CREDITO NO CTSCRE (LAYOUT DO ARQMOV, PARCELAMENTO *
      * 'CRED'), QUE ENTRA CONCATENADO AO ARQMOV DO DIA SEGUINTE.      *
      * TRANSACAO INCOERENTE (ABERTURA REPETIDA, ETAPA FORA DE ORDEM,  *
      * CASO INEXISTENTE OU JA ENCERRADO) VAI PARA O RELCTR SEM        *
      * ALTERAR O MASTER. O RELCTS EH O RELATORIO DE ENVELHECIMENTO    *
      * DAS CONTESTACOES EM ABERTO PARA A OUVIDORIA (ATE 30, 31-60,    *
      * 61-90 E ACIMA DE 90 DIAS DA ABERTURA, COM O PRAZO DA ETAPA     *
      * VENCIDO DESTACADO).                                            *
      * ENQUANTO A CONTESTACAO ESTA ABERTA O VALOR FICA FORA DO USO DO *
      * LIMITE (VRB751S) E DO ACUMULO DE PONTOS (VRB708S).             *
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

           SELECT CTSTRN         ASSIGN TO CTSTRN
           FILE STATUS           IS        WS-FS-TRN.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT CTSSRT         ASSIGN TO CTSSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT CTSMST         ASSIGN TO CTSMST
           FILE STATUS           IS        WS-FS-CTS.
      *----------------------------------------------------------------*
           SELECT CTSMSTN        ASSIGN TO CTSMSTN
           FILE STATUS           IS        WS-FS-CTSN.
      *----------------------------------------------------------------*
           SELECT CTSCRE         ASSIGN TO CTSCRE
           FILE STATUS           IS        WS-FS-CRE.
      *----------------------------------------------------------------*
           SELECT RELCTR         ASSIGN TO RELCTR
           FILE STATUS           IS        WS-FS-RTR.
      *----------------------------------------------------------------*
           SELECT RELCTS         ASSIGN TO RELCTS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   TRANSACOES DO DIA SOBRE AS CONTESTACOES                      *
      *----------------------------------------------------------------*
       FD  CTSTRN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TRN.

       01  REG-TRN                         PIC X(80).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(36).
           05 SW-TIPO                      PIC X(01).
           05 SW-DATA                      PIC 9(08).
           05 FILLER                       PIC X(35).
      *----------------------------------------------------------------*
       FD  CTSSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 TRN-CHAVE.
              10 TRN-CPF                   PIC 9(11).
              10 TRN-DATA-MOV              PIC 9(08).
              10 TRN-VALOR-MOV             PIC 9(15)V99.
           05 TRN-TIPO                     PIC X(01).
              88 TRN-ABERTURA                           VALUE 'A'.
              88 TRN-CHARGEBACK                         VALUE 'C'.
              88 TRN-ARBITRAGEM                         VALUE 'R'.
              88 TRN-PROCEDENTE                         VALUE 'F'.
              88 TRN-IMPROCEDENTE                       VALUE 'I'.
           05 TRN-DATA                     PIC 9(08).
           05 TRN-MOTIVO                   PIC X(02).
           05 TRN-NOME                     PIC X(30).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   MASTER DE CONTESTACOES, POR CPF + DATA + VALOR DO MOVIMENTO  *
      *----------------------------------------------------------------*
       FD  CTSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CTS.

       01  REG-CTS.
           05 CTS-CHAVE.
              10 CTS-CPF                   PIC 9(11).
              10 CTS-DATA-MOV              PIC 9(08).
              10 CTS-VALOR-MOV             PIC 9(15)V99.
           05 CTS-NOME                     PIC X(30).
           05 CTS-MOTIVO                   PIC X(02).
           05 CTS-DATA-ABERTURA            PIC 9(08).
           05 CTS-ETAPA                    PIC X(01).
              88 CTS-ETAPA-ANALISE                      VALUE 'A'.
              88 CTS-ETAPA-CHARGEBACK                   VALUE 'C'.
              88 CTS-ETAPA-ARBITRAGEM                   VALUE 'R'.
           05 CTS-DATA-ETAPA               PIC 9(08).
           05 CTS-PRAZO-ETAPA              PIC 9(08).
           05 CTS-SITUACAO                 PIC X(01).
              88 CTS-SIT-ABERTA                         VALUE 'A'.
              88 CTS-SIT-PROCEDENTE                     VALUE 'F'.
              88 CTS-SIT-IMPROCEDENTE                   VALUE 'I'.
           05 CTS-DATA-ENCERRAMENTO        PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  CTSMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CTSN.

       01  REG-CTSN                        PIC X(120).
      *----------------------------------------------------------------*
      *   CREDITO DA CONTESTACAO PROCEDENTE, NO LAYOUT DO ARQMOV       *
      *----------------------------------------------------------------*
       FD  CTSCRE
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
              88 MOV-CREDITO                            VALUE 'CRED'.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
       FD  RELCTR
           LABEL       RECORD IS OMITTED.

       01  REG-RTR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RELCTS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TRN                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTS                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTSN                      PIC X(02)     VALUE '00'.
       77  WS-FS-CRE                       PIC X(02)     VALUE '00'.
       77  WS-FS-RTR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-CTSMST-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-CTS                    PIC X(36)     VALUE ZEROS.
       77  WS-CHAVE-TRN                    PIC X(36)     VALUE ZEROS.
       77  WS-CHAVE-MENOR                  PIC X(36)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CONTESTACAO DA CHAVE CORRENTE (RETIDA ATE A QUEBRA)     *
      *----------------------------------------------------------------*
       77  WS-TEM-CASO                     PIC X(01)     VALUE 'N'.
           88 WS-TEM-CASO-SIM                            VALUE 'S'.
       01  WS-CASO.
           05 WS-CAS-CHAVE.
              10 WS-CAS-CPF                PIC 9(11).
              10 WS-CAS-DATA-MOV           PIC 9(08).
              10 WS-CAS-VALOR-MOV          PIC 9(15)V99.
           05 WS-CAS-NOME                  PIC X(30).
           05 WS-CAS-MOTIVO                PIC X(02).
           05 WS-CAS-DATA-ABERTURA         PIC 9(08).
           05 WS-CAS-ETAPA                 PIC X(01).
           05 WS-CAS-DATA-ETAPA            PIC 9(08).
           05 WS-CAS-PRAZO-ETAPA           PIC 9(08).
           05 WS-CAS-SITUACAO              PIC X(01).
           05 WS-CAS-DATA-ENCERRAMENTO     PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
      *                 DATAS DO DIA E DO EVENTO                       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EVENTO                  PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-30                     PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-60                     PIC 9(08)     VALUE ZEROS.
       77  WS-CORTE-90                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DA-ANO                    PIC 9(04).
           05 WS-DA-MES                    PIC 9(02).
           05 WS-DA-DIA                    PIC 9(02).
       01  WS-DATA-FORMATADA.
           05 WS-DF-DIA                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-MES                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-ANO                    PIC 9(04).
      *----------------------------------------------------------------*
      *        PRAZOS DAS ETAPAS EM DIAS UTEIS (PARGET31 CONTEST)      *
      *----------------------------------------------------------------*
       77  WS-PRAZO-ANALISE                PIC 9(03)     VALUE 10.
       77  WS-PRAZO-CHARGEBACK             PIC 9(03)     VALUE 30.
       77  WS-PRAZO-ARBITRAGEM             PIC 9(03)     VALUE 45.
       77  WS-PRAZO-DIAS                   PIC 9(03)     VALUE ZEROS.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-PRAZO-R REDEFINES WS-VC-AREA.
           05 WS-VC-PRAZO                  PIC 9(03).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
      *        ROTINAS DE DATA: DIAS CORRIDOS (VRB670S) E UTEIS        *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE.
               10  WS-DP-ANO-BASE          PIC 9(04).
               10  WS-DP-MES-BASE          PIC 9(02).
               10  WS-DP-DIA-BASE          PIC 9(02).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO.
               10  WS-DP-ANO-RESULT        PIC 9(04).
               10  WS-DP-MES-RESULT        PIC 9(02).
               10  WS-DP-DIA-RESULT        PIC 9(02).
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
       77  WS-LIDOS-TRN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTS                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTSN                PIC 9(07)     VALUE ZEROS.
       77  WS-ABERTURAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-CHARGEBACKS                  PIC 9(07)     VALUE ZEROS.
       77  WS-ARBITRAGENS                  PIC 9(07)     VALUE ZEROS.
       77  WS-PROCEDENTES                  PIC 9(07)     VALUE ZEROS.
       77  WS-IMPROCEDENTES                PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-CREDITOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-RTR                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-CREDITADO                PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *        ENVELHECIMENTO DAS CONTESTACOES ABERTAS (4 FAIXAS)      *
      *----------------------------------------------------------------*
       77  WS-IND-FX                       PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-VENCIDAS                     PIC 9(07)     VALUE ZEROS.
       01  WS-TAB-AGING.
           05 WS-AGING-FAIXA               OCCURS 4 TIMES.
              10 WS-AG-QTDE                PIC 9(07).
              10 WS-AG-VALOR               PIC 9(13)V99.
       01  WS-TAB-ROTULOS.
           05 FILLER                       PIC X(08)   VALUE 'ATE 30  '.
           05 FILLER                       PIC X(08)   VALUE '31 A 60 '.
           05 FILLER                       PIC X(08)   VALUE '61 A 90 '.
           05 FILLER                       PIC X(08)   VALUE 'ACIMA 90'.
       01  WS-TAB-ROTULOS-R REDEFINES WS-TAB-ROTULOS.
           05 WS-ROTULO-FX                 PIC X(08)   OCCURS 4 TIMES.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB814S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB814S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *            LAYOUT DO RELATORIO DE REJEITOS RELCTR              *
      *----------------------------------------------------------------*
       01  CAB-TITULO-RTR.
           05 FILLER                       PIC X(40)  VALUE
                  'CONTESTACOES - TRANSACOES REJEITADAS EM '.
           05 CABR-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-REJEITO.
           05 DETR-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DATA-MOV                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-VALOR                   PIC ZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-TIPO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(41)  VALUE SPACES.
      *----------------------------------------------------------------*
      *      LAYOUT DO RELATORIO DE ENVELHECIMENTO RELCTS (OUVIDORIA)  *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'CONTESTACOES EM ABERTO - OUVIDORIA - EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         DATA MOV          VALOR ABER'.
           05 FILLER                       PIC X(40)  VALUE
                  'TURA   ETAPA      PRAZO      FAIXA  VENC'.
      *----------------------------------------------------------------*
       01  DET-AGING.
           05 DETA-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-DATA-MOV                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-VALOR                   PIC ZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-ABERTURA                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-ETAPA                   PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-PRAZO                   PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-FAIXA                   PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-VENCIDO                 PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-FAIXA.
           05 FILLER                       PIC X(07)  VALUE 'FAIXA: '.
           05 TOTF-ROTULO                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE ' DIAS  '.
           05 TOTF-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(10)
                                              VALUE ' CASOS    '.
           05 TOTF-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(23)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-VENCIDAS.
           05 FILLER                       PIC X(30)  VALUE
                  'CASOS COM PRAZO DA ETAPA VENC.'.
           05 FILLER                       PIC X(02)  VALUE ': '.
           05 TOTV-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(41)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 0100-CLASSIFICA-TRANS
               THRU 0100-99-CLASSIFICA-TRANS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-CTS      EQUAL HIGH-VALUES
                     AND WS-CHAVE-TRN      EQUAL HIGH-VALUES.
           PERFORM 8500-TOTAIS-AGING
               THRU 8500-99-TOTAIS-AGING-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * DATA DO DIA, PRAZOS DAS ETAPAS EM VIGOR HOJE E DATAS DE CORTE  *
      * DAS FAIXAS DE ENVELHECIMENTO (HOJE MENOS 30, 60 E 90 DIAS).    *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           MOVE 'CONTEST '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.

           MOVE 'PRZANALI'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO         WS-PRAZO-ANALISE
           END-IF.

           MOVE 'PRZCHGBK'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO    WS-PRAZO-CHARGEBACK
           END-IF.

           MOVE 'PRZARBIT'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO    WS-PRAZO-ARBITRAGEM
           END-IF.

           MOVE -30                        TO         WS-DP-DIAS-SOMAR.
           PERFORM 0070-DATA-DE-CORTE
               THRU 0070-99-DATA-DE-CORTE-EXIT.
           MOVE WS-DP-DATA-RESULTADO       TO         WS-CORTE-30.
           MOVE -60                        TO         WS-DP-DIAS-SOMAR.
           PERFORM 0070-DATA-DE-CORTE
               THRU 0070-99-DATA-DE-CORTE-EXIT.
           MOVE WS-DP-DATA-RESULTADO       TO         WS-CORTE-60.
           MOVE -90                        TO         WS-DP-DIAS-SOMAR.
           PERFORM 0070-DATA-DE-CORTE
               THRU 0070-99-DATA-DE-CORTE-EXIT.
           MOVE WS-DP-DATA-RESULTADO       TO         WS-CORTE-90.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0060-BUSCA-PRAZO                    SECTION.
      *================================================================*
      * PRAZO SEM LINHA EM VIGOR (V) FICA NO PADRAO; PRAZO ZERADO OU   *
      * NAO NUMERICO CANCELA.                                          *
      *----------------------------------------------------------------*
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:3) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PRAZO DE CONTESTACAO NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   IF  WS-VC-PRAZO         EQUAL      ZEROS
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PRAZO DE CONTESTACAO NO PARMMST ZERADO'
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
       0060-99-BUSCA-PRAZO-EXIT.           EXIT.
      *================================================================*
       0070-DATA-DE-CORTE                  SECTION.
      *================================================================*
           MOVE  WS-DATA-HOJE (1:4)        TO         WS-DP-ANO-BASE.
           MOVE  WS-DATA-HOJE (5:2)        TO         WS-DP-MES-BASE.
           MOVE  WS-DATA-HOJE (7:2)        TO         WS-DP-DIA-BASE.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DAS DATAS DE CORTE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0070-99-DATA-DE-CORTE-EXIT.         EXIT.
      *================================================================*
       0100-CLASSIFICA-TRANS               SECTION.
      *================================================================*
      * CLASSIFICA AS TRANSACOES DO DIA PELA CHAVE DA CONTESTACAO E    *
      * PELA DATA, MANTENDO A ORDEM DE CHEGADA NO MESMO DIA (ABERTURA  *
      * E ETAPA SEGUINTE PODEM VIR JUNTAS).                            *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-TRANS'    TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-DATA
                WITH DUPLICATES IN ORDER
                USING                      CTSTRN
                GIVING                     CTSSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-TRANS-EXIT.      EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CTSSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB CTSSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA RODADA: SEM O MASTER CTSMST (35) NAO HA CONTESTACAO
      * REGISTRADA.
           OPEN  INPUT                     CTSMST.
           IF    WS-FS-CTS                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CTS
                 MOVE HIGH-VALUES          TO         WS-CHAVE-CTS
           ELSE
                 IF  WS-FS-CTS             NOT EQUAL  '00'
                     MOVE WS-FS-CTS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER CTSMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-CTSMST-ABERTO
                 PERFORM 1100-LER-CTSMST THRU 1100-99-LER-CTSMST-EXIT
           END-IF.

           OPEN  OUTPUT                    CTSMSTN.
           IF    WS-FS-CTSN                NOT EQUAL  '00'
                 MOVE WS-FS-CTSN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO CTSMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CTSCRE.
           IF    WS-FS-CRE                 NOT EQUAL  '00'
                 MOVE WS-FS-CRE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO CTSCRE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELCTR.
           IF    WS-FS-RTR                 NOT EQUAL  '00'
                 MOVE WS-FS-RTR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELCTR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELCTS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELCTS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           INITIALIZE WS-TAB-AGING.
           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABR-DATA.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.

           WRITE REG-RTR                   FROM       CAB-TITULO-RTR.
           PERFORM 8100-FS-RELCTR THRU 8100-99-FS-RELCTR-EXIT.
           MOVE SPACES                     TO         REG-RTR.
           WRITE REG-RTR.
           PERFORM 8100-FS-RELCTR THRU 8100-99-FS-RELCTR-EXIT.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.

           PERFORM 1200-LER-CTSSRT   THRU  1200-99-LER-CTSSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-CTSMST                     SECTION.
      *================================================================*
           READ CTSMST.

           IF  WS-FS-CTS   NOT EQUAL '00'
           AND WS-FS-CTS   NOT EQUAL '10'
               MOVE '1100-LER-CTSMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-CTS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER CTSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-CTS
           ELSE
               MOVE CTS-CHAVE              TO         WS-CHAVE-CTS
               ADD  1                      TO         WS-LIDOS-CTS
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-CTSMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-CTSSRT                     SECTION.
      *================================================================*
           READ CTSSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-CTSSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO CTSSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-TRN
           ELSE
               MOVE TRN-CHAVE              TO         WS-CHAVE-TRN
               ADD  1                      TO         WS-LIDOS-TRN
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-CTSSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELA CHAVE CPF + DATA + VALOR DO MOVIMENTO: RETEM *
      * A CONTESTACAO DA CHAVE, APLICA AS TRANSACOES DELA NA ORDEM E   *
      * GRAVA O RESULTADO NO MASTER NOVO.                              *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-CTS               TO         WS-CHAVE-MENOR.
           IF  WS-CHAVE-TRN                LESS       WS-CHAVE-MENOR
               MOVE WS-CHAVE-TRN           TO         WS-CHAVE-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-CASO.
           PERFORM 2100-RETEM-CASO
               THRU 2100-99-RETEM-CASO-EXIT
                   UNTIL WS-CHAVE-CTS      NOT EQUAL  WS-CHAVE-MENOR.

           PERFORM 2200-APLICA-TRANSACAO
               THRU 2200-99-APLICA-TRANSACAO-EXIT
                   UNTIL WS-CHAVE-TRN      NOT EQUAL  WS-CHAVE-MENOR.

           IF  WS-TEM-CASO-SIM
               PERFORM 2800-GRAVA-CASO
                   THRU 2800-99-GRAVA-CASO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-RETEM-CASO                     SECTION.
      *================================================================*
           IF  WS-TEM-CASO-SIM
               PERFORM 2800-GRAVA-CASO
                   THRU 2800-99-GRAVA-CASO-EXIT
           END-IF.

           MOVE REG-CTS                    TO         WS-CASO.
           MOVE 'S'                        TO         WS-TEM-CASO.

           PERFORM 1100-LER-CTSMST   THRU  1100-99-LER-CTSMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-RETEM-CASO-EXIT.            EXIT.
      *================================================================*
       2200-APLICA-TRANSACAO               SECTION.
      *================================================================*
      * TRANSACAO SEM DATA ASSUME O DIA. A ETAPA SEGUE A ORDEM         *
      * ANALISE -> CHARGEBACK -> ARBITRAGEM; O ENCERRAMENTO VALE EM    *
      * QUALQUER ETAPA DE CASO ABERTO.                                 *
      *----------------------------------------------------------------*
           IF  TRN-DATA                    NUMERIC
           AND TRN-DATA                    GREATER    ZEROS
               MOVE TRN-DATA               TO         WS-DATA-EVENTO
           ELSE
               MOVE WS-DATA-HOJE           TO         WS-DATA-EVENTO
           END-IF.

           IF  TRN-CHAVE                   NOT NUMERIC
           OR  TRN-CPF                     EQUAL      ZEROS
           OR  TRN-VALOR-MOV               EQUAL      ZEROS
               MOVE 'CHAVE DO MOVIMENTO INVALIDA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           EVALUATE TRUE
               WHEN TRN-ABERTURA
                   PERFORM 2300-ABRE-CASO
                       THRU 2300-99-ABRE-CASO-EXIT
               WHEN TRN-CHARGEBACK
               WHEN TRN-ARBITRAGEM
                   PERFORM 2400-AVANCA-ETAPA
                       THRU 2400-99-AVANCA-ETAPA-EXIT
               WHEN TRN-PROCEDENTE
               WHEN TRN-IMPROCEDENTE
                   PERFORM 2500-ENCERRA-CASO
                       THRU 2500-99-ENCERRA-CASO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO'
                                           TO         DETR-MOTIVO
                   PERFORM 2700-REJEITA
                       THRU 2700-99-REJEITA-EXIT
           END-EVALUATE.

       2200-90-PROXIMA.
           PERFORM 1200-LER-CTSSRT   THRU  1200-99-LER-CTSSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-APLICA-TRANSACAO-EXIT.      EXIT.
      *================================================================*
       2300-ABRE-CASO                      SECTION.
      *================================================================*
           IF  WS-TEM-CASO-SIM
               MOVE 'MOVIMENTO JA CONTESTADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-CASO.
           MOVE TRN-CHAVE                  TO         WS-CAS-CHAVE.
           MOVE TRN-NOME                   TO         WS-CAS-NOME.
           MOVE TRN-MOTIVO                 TO         WS-CAS-MOTIVO.
           MOVE WS-DATA-EVENTO             TO    WS-CAS-DATA-ABERTURA.
           MOVE 'A'                        TO         WS-CAS-ETAPA.
           MOVE WS-DATA-EVENTO             TO         WS-CAS-DATA-ETAPA.
           MOVE WS-PRAZO-ANALISE           TO         WS-PRAZO-DIAS.
           PERFORM 2900-CALCULA-PRAZO
               THRU 2900-99-CALCULA-PRAZO-EXIT.
           MOVE 'A'                        TO         WS-CAS-SITUACAO.
           MOVE ZEROS                      TO
                WS-CAS-DATA-ENCERRAMENTO.
           MOVE 'S'                        TO         WS-TEM-CASO.
           ADD  1                          TO         WS-ABERTURAS.
      *----------------------------------------------------------------*
       2300-99-ABRE-CASO-EXIT.             EXIT.
      *================================================================*
       2400-AVANCA-ETAPA                   SECTION.
      *================================================================*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'CONTESTACAO NAO REGISTRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-AVANCA-ETAPA-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
               MOVE 'CONTESTACAO JA ENCERRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-AVANCA-ETAPA-EXIT
           END-IF.

           IF  (TRN-CHARGEBACK AND WS-CAS-ETAPA NOT EQUAL 'A')
           OR  (TRN-ARBITRAGEM AND WS-CAS-ETAPA NOT EQUAL 'C')
               MOVE 'ETAPA FORA DE ORDEM'  TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-AVANCA-ETAPA-EXIT
           END-IF.

           MOVE TRN-TIPO                   TO         WS-CAS-ETAPA.
           MOVE WS-DATA-EVENTO             TO         WS-CAS-DATA-ETAPA.
           IF  TRN-CHARGEBACK
               MOVE WS-PRAZO-CHARGEBACK    TO         WS-PRAZO-DIAS
               ADD  1                      TO         WS-CHARGEBACKS
           ELSE
               MOVE WS-PRAZO-ARBITRAGEM    TO         WS-PRAZO-DIAS
               ADD  1                      TO         WS-ARBITRAGENS
           END-IF.
           PERFORM 2900-CALCULA-PRAZO
               THRU 2900-99-CALCULA-PRAZO-EXIT.
      *----------------------------------------------------------------*
       2400-99-AVANCA-ETAPA-EXIT.          EXIT.
      *================================================================*
       2500-ENCERRA-CASO                   SECTION.
      *================================================================*
      * ENCERRAMENTO A FAVOR DO CLIENTE GERA O CREDITO DO VALOR        *
      * CONTESTADO NA DATA DO ENCERRAMENTO.                            *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'CONTESTACAO NAO REGISTRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
               MOVE 'CONTESTACAO JA ENCERRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           MOVE TRN-TIPO                   TO         WS-CAS-SITUACAO.
           MOVE WS-DATA-EVENTO             TO
                WS-CAS-DATA-ENCERRAMENTO.

           IF  TRN-IMPROCEDENTE
               ADD  1                      TO         WS-IMPROCEDENTES
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           ADD  1                          TO         WS-PROCEDENTES.
           MOVE WS-CAS-CPF                 TO         MOV-CPF.
           MOVE WS-CAS-NOME                TO         MOV-NOME.
           MOVE WS-DATA-EVENTO             TO         MOV-DATA.
           MOVE WS-CAS-VALOR-MOV           TO         MOV-VALOR.
           MOVE 'CRED'                     TO         MOV-PARCELAMENTO.
           WRITE REG-MOV.
           IF  WS-FS-CRE                   NOT EQUAL  '00'
               MOVE WS-FS-CRE              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO CTSCRE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-CREDITOS.
           ADD  WS-CAS-VALOR-MOV           TO         WS-TOT-CREDITADO.
      *----------------------------------------------------------------*
       2500-99-ENCERRA-CASO-EXIT.          EXIT.
      *================================================================*
       2700-REJEITA                        SECTION.
      *================================================================*
           MOVE TRN-CPF                    TO         DETR-CPF.
           IF  TRN-DATA-MOV                NUMERIC
               MOVE TRN-DATA-MOV           TO         WS-DATA-AUX
               PERFORM 2950-FORMATA-DATA
                   THRU 2950-99-FORMATA-DATA-EXIT
               MOVE WS-DATA-FORMATADA      TO         DETR-DATA-MOV
           ELSE
               MOVE TRN-CHAVE (12:8)       TO         DETR-DATA-MOV
           END-IF.
           IF  TRN-VALOR-MOV               NUMERIC
               MOVE TRN-VALOR-MOV          TO         DETR-VALOR
           ELSE
               MOVE ZEROS                  TO         DETR-VALOR
           END-IF.
           MOVE TRN-TIPO                   TO         DETR-TIPO.
           WRITE REG-RTR                   FROM       DET-REJEITO.
           PERFORM 8100-FS-RELCTR THRU 8100-99-FS-RELCTR-EXIT.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       2800-GRAVA-CASO                     SECTION.
      *================================================================*
      * GRAVA A CONTESTACAO NO MASTER NOVO; A QUE SEGUE ABERTA ENTRA   *
      * NO RELATORIO DE ENVELHECIMENTO DA OUVIDORIA.                   *
      *----------------------------------------------------------------*
           WRITE REG-CTSN                  FROM       WS-CASO.
           IF  WS-FS-CTSN                  NOT EQUAL  '00'
               MOVE WS-FS-CTSN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO CTSMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-CTSN.
           MOVE 'N'                        TO         WS-TEM-CASO.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
               GO TO 2800-99-GRAVA-CASO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-CAS-DATA-ABERTURA   NOT LESS   WS-CORTE-30
                   MOVE 1                  TO         WS-IND-FX
               WHEN WS-CAS-DATA-ABERTURA   NOT LESS   WS-CORTE-60
                   MOVE 2                  TO         WS-IND-FX
               WHEN WS-CAS-DATA-ABERTURA   NOT LESS   WS-CORTE-90
                   MOVE 3                  TO         WS-IND-FX
               WHEN OTHER
                   MOVE 4                  TO         WS-IND-FX
           END-EVALUATE.
           ADD  1                       TO  WS-AG-QTDE  (WS-IND-FX).
           ADD  WS-CAS-VALOR-MOV        TO  WS-AG-VALOR (WS-IND-FX).

           MOVE WS-CAS-CPF                 TO         DETA-CPF.
           MOVE WS-CAS-DATA-MOV            TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETA-DATA-MOV.
           MOVE WS-CAS-VALOR-MOV           TO         DETA-VALOR.
           MOVE WS-CAS-DATA-ABERTURA       TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETA-ABERTURA.
           MOVE WS-CAS-PRAZO-ETAPA         TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETA-PRAZO.
           EVALUATE WS-CAS-ETAPA
               WHEN 'A'   MOVE 'ANALISE'     TO       DETA-ETAPA
               WHEN 'C'   MOVE 'CHARGEBACK'  TO       DETA-ETAPA
               WHEN 'R'   MOVE 'ARBITRAGEM'  TO       DETA-ETAPA
               WHEN OTHER MOVE WS-CAS-ETAPA  TO       DETA-ETAPA
           END-EVALUATE.
           MOVE WS-ROTULO-FX (WS-IND-FX)   TO         DETA-FAIXA.
           IF  WS-CAS-PRAZO-ETAPA          LESS       WS-DATA-HOJE
               MOVE 'SIM'                  TO         DETA-VENCIDO
               ADD  1                      TO         WS-VENCIDAS
           ELSE
               MOVE SPACES                 TO         DETA-VENCIDO
           END-IF.
           WRITE REG-REL                   FROM       DET-AGING.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.
      *----------------------------------------------------------------*
       2800-99-GRAVA-CASO-EXIT.            EXIT.
      *================================================================*
       2900-CALCULA-PRAZO                  SECTION.
      *================================================================*
      * PRAZO DA ETAPA: DATA DO EVENTO MAIS N DIAS UTEIS (VRB671S).    *
      *----------------------------------------------------------------*
           MOVE 'S'                        TO         WS-671-FUNCAO.
           MOVE WS-DATA-EVENTO             TO         WS-671-DATA-BASE.
           MOVE WS-PRAZO-DIAS              TO         WS-671-DIAS-SOMAR.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DO PRAZO DA CONTESTACAO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-671-DATA-RESULTADO      TO      WS-CAS-PRAZO-ETAPA.
      *----------------------------------------------------------------*
       2900-99-CALCULA-PRAZO-EXIT.         EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELCTS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELCTS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELCTS-EXIT.             EXIT.
      *================================================================*
       8100-FS-RELCTR                      SECTION.
      *================================================================*
           IF  WS-FS-RTR                   NOT EQUAL  '00'
               MOVE WS-FS-RTR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELCTR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-RTR.
      *----------------------------------------------------------------*
       8100-99-FS-RELCTR-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS-AGING                   SECTION.
      *================================================================*
      * QUADRO FINAL DA OUVIDORIA: QUANTIDADE E VALOR POR FAIXA DE     *
      * ENVELHECIMENTO E CASOS COM O PRAZO DA ETAPA VENCIDO.           *
      *----------------------------------------------------------------*
           MOVE '8500-TOTAIS-AGING'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.

           PERFORM 8550-LINHA-FAIXA
               THRU 8550-99-LINHA-FAIXA-EXIT
                   VARYING WS-IND-FX FROM 1 BY 1
                     UNTIL WS-IND-FX       GREATER    4.

           MOVE WS-VENCIDAS                TO         TOTV-QTDE.
           WRITE REG-REL                   FROM       TOT-VENCIDAS.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-AGING-EXIT.          EXIT.
      *================================================================*
       8550-LINHA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-ROTULO-FX (WS-IND-FX)   TO         TOTF-ROTULO.
           MOVE WS-AG-QTDE   (WS-IND-FX)   TO         TOTF-QTDE.
           MOVE WS-AG-VALOR  (WS-IND-FX)   TO         TOTF-VALOR.
           WRITE REG-REL                   FROM       TOT-FAIXA.
           PERFORM 8000-FS-RELCTS THRU 8000-99-FS-RELCTS-EXIT.
      *----------------------------------------------------------------*
       8550-99-LINHA-FAIXA-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CTSSRT  CTSMSTN  CTSCRE  RELCTR  RELCTS.
           IF  WS-CTSMST-ABERTO            EQUAL      'S'
               CLOSE CTSMST
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-CTSN                  NOT EQUAL  '00'
           OR  WS-FS-CRE                   NOT EQUAL  '00'
           OR  WS-FS-RTR                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-CTSN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* TRANSACOES LIDAS      =    ' WS-LIDOS-TRN.
           DISPLAY '* ABERTURAS             =    ' WS-ABERTURAS.
           DISPLAY '* CHARGEBACKS ENVIADOS  =    ' WS-CHARGEBACKS.
           DISPLAY '* ARBITRAGENS           =    ' WS-ARBITRAGENS.
           DISPLAY '* ENCERRADAS A FAVOR    =    ' WS-PROCEDENTES.
           DISPLAY '* ENCERRADAS CONTRA     =    ' WS-IMPROCEDENTES.
           DISPLAY '* TRANSACOES REJEITADAS =    ' WS-REJEITADAS.
           DISPLAY '* LIDOS EM CTSMST       =    ' WS-LIDOS-CTS.
           DISPLAY '* GRAVADOS EM CTSMSTN   =    ' WS-GRAVADOS-CTSN.
           DISPLAY '* CREDITOS GERADOS      =    ' WS-CREDITOS.
           DISPLAY '* VALOR CREDITADO       =    ' WS-TOT-CREDITADO.
           DISPLAY '* PRAZO DA ETAPA VENCIDO=    ' WS-VENCIDAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TRN              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-CTSN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB814S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
