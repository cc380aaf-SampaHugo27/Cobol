       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB819S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REGISTRO DOS ALERTAS DE PREVENCAO A LAVAGEM DE       *
      * DINHEIRO (PLD) E COMUNICACAO AO COAF. O ALERTA EH IDENTIFICADO *
      * PELO CPF, PELA DATA E PELA REGRA. EM UMA UNICA PASSADA:        *
      *   1. CADA LINHA DO AMLALT (VRB817S DIARIO E VRB818S MENSAL)    *
      *      ABRE UM ALERTA (SITUACAO A) PARA O COMPLIANCE; LINHA JA   *
      *      REGISTRADA (REPROCESSAMENTO) NAO DUPLICA O ALERTA;        *
      *   2. AS DISPOSICOES DO COMPLIANCE (AMLDSP, OPCIONAL) SAO       *
      *      APLICADAS NA ORDEM DA DATA:                               *
      *        E = EM ANALISE          (ALERTA SEGUE ABERTO)           *
      *        C = CONFIRMADO          (COMUNICA AO COAF E ENCERRA)    *
      *        D = DESCARTADO          (ENCERRA SEM COMUNICACAO, COM   *
      *                                 JUSTIFICATIVA OBRIGATORIA)     *
      *   3. O ALERTA CONFIRMADO GANHA UM PROTOCOLO (DATA + SEQUENCIA) *
      *      E SAI NO ARQUIVO DE COMUNICACAO COAFCOM (REGISTROS 0 = CA-*
      *      BECALHO, 1 = COMUNICACAO, 9 = TOTAIS). OPERACAO COM       *
      *      ESPECIE SAI COMO COE (COMUNICACAO DE OPERACAO EM ESPECIE),*
      *      AS DEMAIS COMO COS (OPERACAO SUSPEITA);                   *
      *   4. CADA COMUNICACAO GRAVA O LOG DE GUARDA AMLGUA, COM A DATA *
      *      ATE A QUAL O DOSSIE DEVE SER MANTIDO (PLD/RETENCAO ANOS,  *
      *      PADRAO 10);                                               *
      *   5. DISPOSICAO INCOERENTE (ALERTA INEXISTENTE, JA ENCERRADO,  *
      *      CODIGO INVALIDO OU DESCARTE SEM JUSTIFICATIVA) SAI NO     *
      *      RELAMJ SEM ALTERAR O MASTER.                              *
      * O MASTER AMLMST EH REGRAVADO EM AMLMSTN; OS ALERTAS AINDA SEM  *
      * CONCLUSAO (A/E) SAEM NA FILA DE ANALISE RELAML.                *
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

           SELECT AMLALT         ASSIGN TO AMLALT
           FILE STATUS           IS        WS-FS-ALT.
      *----------------------------------------------------------------*
           SELECT AMLDSP         ASSIGN TO AMLDSP
           FILE STATUS           IS        WS-FS-DSP.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT AMLSRT         ASSIGN TO AMLSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT AMLMST         ASSIGN TO AMLMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT AMLMSTN        ASSIGN TO AMLMSTN
           FILE STATUS           IS        WS-FS-MSTN.
      *----------------------------------------------------------------*
           SELECT COAFCOM        ASSIGN TO COAFCOM
           FILE STATUS           IS        WS-FS-COA.
      *----------------------------------------------------------------*
           SELECT AMLGUA         ASSIGN TO AMLGUA
           FILE STATUS           IS        WS-FS-GUA.
      *----------------------------------------------------------------*
           SELECT RELAML         ASSIGN TO RELAML
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT RELAMJ         ASSIGN TO RELAMJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   OCORRENCIAS DAS REGRAS (SAIDA DO VRB817S E DO VRB818S)       *
      *----------------------------------------------------------------*
       FD  AMLALT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-ALT.

       01  REG-ALT.
           05 ALT-CHAVE.
              10 ALT-CPF                   PIC 9(11).
              10 ALT-DATA                  PIC 9(08).
              10 ALT-REGRA                 PIC X(02).
           05 ALT-NOME                     PIC X(30).
           05 ALT-VALOR                    PIC 9(15)V99.
           05 ALT-QTDE-OPER                PIC 9(05).
           05 ALT-BASE                     PIC 9(15)V99.
           05 ALT-ESPECIE                  PIC X(01).
           05 ALT-REFERENCIA               PIC X(10).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
      *   DISPOSICOES DOS ANALISTAS DO COMPLIANCE                      *
      *----------------------------------------------------------------*
       FD  AMLDSP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DSP.

       01  REG-DSP.
           05 DSP-CHAVE.
              10 DSP-CPF                   PIC 9(11).
              10 DSP-DATA-ALERTA           PIC 9(08).
              10 DSP-REGRA                 PIC X(02).
           05 DSP-DISPOSICAO               PIC X(01).
           05 DSP-DATA                     PIC 9(08).
           05 DSP-ANALISTA                 PIC X(08).
           05 DSP-JUSTIFICATIVA            PIC X(40).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE.
              10 SW-CPF                    PIC 9(11).
              10 SW-DATA-ALERTA            PIC 9(08).
              10 SW-REGRA                  PIC X(02).
           05 SW-ORDEM                     PIC 9(01).
           05 SW-DATA-EVENTO               PIC 9(08).
           05 SW-TIPO                      PIC X(01).
           05 SW-NOME                      PIC X(30).
           05 SW-VALOR                     PIC 9(15)V99.
           05 SW-QTDE-OPER                 PIC 9(05).
           05 SW-BASE                      PIC 9(15)V99.
           05 SW-ESPECIE                   PIC X(01).
           05 SW-REFERENCIA                PIC X(10).
           05 SW-ANALISTA                  PIC X(08).
           05 SW-JUSTIFICATIVA             PIC X(40).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   ABERTURAS E DISPOSICOES CLASSIFICADAS POR ALERTA             *
      *----------------------------------------------------------------*
       FD  AMLSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 160 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE.
              10 SRT-CPF                   PIC 9(11).
              10 SRT-DATA-ALERTA           PIC 9(08).
              10 SRT-REGRA                 PIC X(02).
           05 SRT-ORDEM                    PIC 9(01).
           05 SRT-DATA-EVENTO              PIC 9(08).
           05 SRT-TIPO                     PIC X(01).
              88 SRT-NOVO-ALERTA                        VALUE 'N'.
              88 SRT-EM-ANALISE                         VALUE 'E'.
              88 SRT-CONFIRMADO                         VALUE 'C'.
              88 SRT-DESCARTADO                         VALUE 'D'.
           05 SRT-NOME                     PIC X(30).
           05 SRT-VALOR                    PIC 9(15)V99.
           05 SRT-QTDE-OPER                PIC 9(05).
           05 SRT-BASE                     PIC 9(15)V99.
           05 SRT-ESPECIE                  PIC X(01).
           05 SRT-REFERENCIA               PIC X(10).
           05 SRT-ANALISTA                 PIC X(08).
           05 SRT-JUSTIFICATIVA            PIC X(40).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   MASTER DE ALERTAS PLD, POR CPF + DATA + REGRA                *
      *----------------------------------------------------------------*
       FD  AMLMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-MST.

       01  REG-MST.
           05 MST-CHAVE.
              10 MST-CPF                   PIC 9(11).
              10 MST-DATA                  PIC 9(08).
              10 MST-REGRA                 PIC X(02).
           05 MST-NOME                     PIC X(30).
           05 MST-VALOR                    PIC 9(15)V99.
           05 MST-QTDE-OPER                PIC 9(05).
           05 MST-BASE                     PIC 9(15)V99.
           05 MST-ESPECIE                  PIC X(01).
           05 MST-REFERENCIA               PIC X(10).
           05 MST-SITUACAO                 PIC X(01).
              88 MST-SIT-ABERTO                         VALUE 'A'.
              88 MST-SIT-EM-ANALISE                     VALUE 'E'.
              88 MST-SIT-COMUNICADO                     VALUE 'C'.
              88 MST-SIT-DESCARTADO                     VALUE 'D'.
           05 MST-DATA-ANALISE             PIC 9(08).
           05 MST-ANALISTA                 PIC X(08).
           05 MST-JUSTIFICATIVA            PIC X(40).
           05 MST-DATA-COMUNICACAO         PIC 9(08).
           05 MST-PROTOCOLO                PIC 9(13).
           05 MST-DATA-GUARDA              PIC 9(08).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
       FD  AMLMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-MSTN.

       01  REG-MSTN                        PIC X(200).
      *----------------------------------------------------------------*
      *   ARQUIVO DE COMUNICACAO AO COAF (0 = CABECALHO, 1 = COMUNI-   *
      *   CACAO, 9 = TOTAIS)                                           *
      *----------------------------------------------------------------*
       FD  COAFCOM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-COA-CAB
                                REG-COA-DET
                                REG-COA-TOT.

       01  REG-COA-CAB.
           05 COAC-TIPO-REG                PIC X(01).
           05 COAC-CNPJ-COMUNICANTE        PIC 9(14).
           05 COAC-DATA-GERACAO            PIC 9(08).
           05 COAC-NOME-ARQUIVO            PIC X(20).
           05 FILLER                       PIC X(107).

       01  REG-COA-DET.
           05 COAD-TIPO-REG                PIC X(01).
           05 COAD-PROTOCOLO               PIC 9(13).
           05 COAD-TIPO-COMUNICACAO        PIC X(03).
           05 COAD-CPF                     PIC 9(11).
           05 COAD-NOME                    PIC X(30).
           05 COAD-DATA-OCORRENCIA         PIC 9(08).
           05 COAD-VALOR                   PIC 9(15)V99.
           05 COAD-QTDE-OPER               PIC 9(05).
           05 COAD-ENQUADRAMENTO           PIC X(02).
           05 COAD-DESCRICAO               PIC X(50).
           05 FILLER                       PIC X(10).

       01  REG-COA-TOT.
           05 COAT-TIPO-REG                PIC X(01).
           05 COAT-QTDE-COMUNICACOES       PIC 9(07).
           05 COAT-VALOR-TOTAL             PIC 9(17)V99.
           05 FILLER                       PIC X(123).
      *----------------------------------------------------------------*
      *   LOG DE GUARDA DAS COMUNICACOES                               *
      *----------------------------------------------------------------*
       FD  AMLGUA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-GUA.

       01  REG-GUA.
           05 GUA-PROTOCOLO                PIC 9(13).
           05 GUA-CPF                      PIC 9(11).
           05 GUA-DATA-ALERTA              PIC 9(08).
           05 GUA-REGRA                    PIC X(02).
           05 GUA-TIPO-COMUNICACAO         PIC X(03).
           05 GUA-VALOR                    PIC 9(15)V99.
           05 GUA-DATA-COMUNICACAO         PIC 9(08).
           05 GUA-DATA-GUARDA              PIC 9(08).
           05 GUA-ANALISTA                 PIC X(08).
           05 GUA-ARQUIVO                  PIC X(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  RELAML
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RELAMJ
           LABEL       RECORD IS OMITTED.

       01  REG-REJ                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-ALT                       PIC X(02)     VALUE '00'.
       77  WS-FS-DSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-COA                       PIC X(02)     VALUE '00'.
       77  WS-FS-GUA                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-AMLMST-ABERTO                PIC X(01)     VALUE 'N'.
       77  WS-AMLDSP-ABERTO                PIC X(01)     VALUE 'N'.
       77  WS-COAF-CABECALHO               PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *              PARAMETROS DA COMUNICACAO (PARGET31 PLD)          *
      *----------------------------------------------------------------*
       77  WS-CNPJ-COMUNICANTE             PIC 9(14)     VALUE ZEROS.
       77  WS-ANOS-GUARDA                  PIC 9(02)     VALUE 10.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-CNPJ-R REDEFINES WS-VC-AREA.
           05 WS-VC-CNPJ                   PIC 9(14).
           05 FILLER                       PIC X(26).
       01  WS-VC-ANOS-R REDEFINES WS-VC-AREA.
           05 WS-VC-ANOS                   PIC 9(02).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-MST                    PIC X(21)     VALUE ZEROS.
       77  WS-CHAVE-SRT                    PIC X(21)     VALUE ZEROS.
       77  WS-CHAVE-MENOR                  PIC X(21)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        ALERTA DA CHAVE CORRENTE (RETIDO ATE A QUEBRA)          *
      *----------------------------------------------------------------*
       77  WS-TEM-ALERTA                   PIC X(01)     VALUE 'N'.
           88 WS-TEM-ALERTA-SIM                          VALUE 'S'.
       01  WS-ALERTA.
           05 WS-ALE-CHAVE.
              10 WS-ALE-CPF                PIC 9(11).
              10 WS-ALE-DATA               PIC 9(08).
              10 WS-ALE-REGRA              PIC X(02).
           05 WS-ALE-NOME                  PIC X(30).
           05 WS-ALE-VALOR                 PIC 9(15)V99.
           05 WS-ALE-QTDE-OPER             PIC 9(05).
           05 WS-ALE-BASE                  PIC 9(15)V99.
           05 WS-ALE-ESPECIE               PIC X(01).
           05 WS-ALE-REFERENCIA            PIC X(10).
           05 WS-ALE-SITUACAO              PIC X(01).
           05 WS-ALE-DATA-ANALISE          PIC 9(08).
           05 WS-ALE-ANALISTA              PIC X(08).
           05 WS-ALE-JUSTIFICATIVA         PIC X(40).
           05 WS-ALE-DATA-COMUNICACAO      PIC 9(08).
           05 WS-ALE-PROTOCOLO             PIC 9(13).
           05 WS-ALE-DATA-GUARDA           PIC 9(08).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
      *          DATAS DO DIA, DO EVENTO E PROTOCOLO DA COMUNICACAO    *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EVENTO                  PIC 9(08)     VALUE ZEROS.
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
       01  WS-PROTOCOLO.
           05 WS-PRT-DATA                  PIC 9(08).
           05 WS-PRT-SEQUENCIA             PIC 9(05).
       01  WS-PROTOCOLO-R REDEFINES WS-PROTOCOLO
                                           PIC 9(13).
       77  WS-TIPO-COMUNICACAO             PIC X(03)     VALUE SPACES.
       77  WS-VALOR-COMUNICADO             PIC 9(17)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ALT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-DSP                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-ABERTOS              PIC 9(07)     VALUE ZEROS.
       77  WS-JA-REGISTRADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-EM-ANALISE                   PIC 9(07)     VALUE ZEROS.
       77  WS-COMUNICADOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-DESCARTADOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-COA                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-GUA                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REJ                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB819S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB819S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *             LAYOUT DA FILA DE ANALISE (RELAML)                 *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'ALERTAS PLD PENDENTES DE ANALISE'.
           05 FILLER                       PIC X(04)  VALUE ' EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         DATA       RG              V'.
           05 FILLER                       PIC X(40)  VALUE
                  'ALOR  OPER S E ANALISTA                 '.
      *----------------------------------------------------------------*
       01  DET-PENDENTE.
           05 DETP-CPF                     PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-REGRA                   PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-QTDE                    PIC ZZZZ9.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-SITUACAO                PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ESPECIE                 PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ANALISTA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(18)  VALUE SPACES.
      *----------------------------------------------------------------*
      *          LAYOUT DO RELATORIO DE DISPOSICOES REJEITADAS         *
      *----------------------------------------------------------------*
       01  CAB-TITULO-REJ.
           05 FILLER                       PIC X(40)  VALUE
                  'ALERTAS PLD - DISPOSICOES REJEITADAS'.
           05 FILLER                       PIC X(04)  VALUE ' EM '.
           05 CABR-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS-REJ.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         DATA       RG D ANALISTA MOT'.
           05 FILLER                       PIC X(40)  VALUE
                  'IVO                                     '.
      *----------------------------------------------------------------*
       01  DET-REJEITO.
           05 DETR-CPF                     PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DATA-ALERTA             PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-REGRA                   PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DISPOSICAO              PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-ANALISTA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(43)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 0100-CLASSIFICA-MOVTOS
               THRU 0100-99-CLASSIFICA-MOVTOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-MST      EQUAL HIGH-VALUES
                     AND WS-CHAVE-SRT      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * CNPJ DA INSTITUICAO COMUNICANTE (OBRIGATORIO SO QUANDO HOUVER  *
      * COMUNICACAO) E PRAZO DE GUARDA EM ANOS (PADRAO 10).            *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           MOVE 'PLD     '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.

           MOVE 'CNPJCOMU'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:14)    NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'CNPJ DO COMUNICANTE NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-CNPJ             TO    WS-CNPJ-COMUNICANTE
           END-IF.

           MOVE 'RETENCAO'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:2)     NOT NUMERIC
               OR  WS-VC-ANOS              EQUAL      ZEROS
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PRAZO DE GUARDA NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-ANOS             TO         WS-ANOS-GUARDA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-PRT-DATA.
           MOVE ZEROS                      TO         WS-PRT-SEQUENCIA.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0060-BUSCA-PARAMETRO                SECTION.
      *================================================================*
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       0060-99-BUSCA-PARAMETRO-EXIT.       EXIT.
      *================================================================*
       0100-CLASSIFICA-MOVTOS              SECTION.
      *================================================================*
      * JUNTA AS OCORRENCIAS DO AMLALT E AS DISPOSICOES DO AMLDSP EM   *
      * UM SO ARQUIVO DE TRABALHO, POR ALERTA: A ABERTURA (ORDEM 0)    *
      * VEM ANTES DAS DISPOSICOES (ORDEM 1), ESTAS PELA DATA.          *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-MOVTOS'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-ORDEM
                                           SW-DATA-EVENTO
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS        0150-CARREGA-MOVTOS
                GIVING                     AMLSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-MOVTOS-EXIT.     EXIT.
      *================================================================*
       0150-CARREGA-MOVTOS                 SECTION.
      *================================================================*
           MOVE '0150-CARREGA-MOVTOS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AMLALT.
           IF    WS-FS-ALT                 NOT EQUAL  '00'
                 MOVE WS-FS-ALT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO AMLALT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * DIA SEM DISPOSICAO DO COMPLIANCE: SEM O AMLDSP (35) SO ABRE
      * OS ALERTAS NOVOS.
           OPEN  INPUT                     AMLDSP.
           IF    WS-FS-DSP                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-DSP
           ELSE
                 IF  WS-FS-DSP             NOT EQUAL  '00'
                     MOVE WS-FS-DSP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO ARQUIVO AMLDSP'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-AMLDSP-ABERTO
           END-IF.

           PERFORM 0160-RELEASE-ABERTURA
               THRU 0160-99-RELEASE-ABERTURA-EXIT
                   UNTIL WS-FS-ALT         EQUAL      '10'.

           PERFORM 0170-RELEASE-DISPOSICAO
               THRU 0170-99-RELEASE-DISPOSICAO-EXIT
                   UNTIL WS-FS-DSP         EQUAL      '10'.

           CLOSE AMLALT.
           IF  WS-AMLDSP-ABERTO            EQUAL      'S'
               CLOSE AMLDSP
           END-IF.
      *----------------------------------------------------------------*
       0150-99-CARREGA-MOVTOS-EXIT.        EXIT.
      *================================================================*
       0160-RELEASE-ABERTURA               SECTION.
      *================================================================*
           READ AMLALT.

           IF  WS-FS-ALT   NOT EQUAL '00'
           AND WS-FS-ALT   NOT EQUAL '10'
               MOVE '0160-RELEASE-ABERTURA' TO        WS-CODIGO-AREA
               MOVE WS-FS-ALT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO AMLALT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ALT                   EQUAL      '10'
               GO TO 0160-99-RELEASE-ABERTURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-ALT.
           MOVE SPACES                     TO         REG-SORTWK.
           MOVE ALT-CHAVE                  TO         SW-CHAVE.
           MOVE 0                          TO         SW-ORDEM.
           MOVE ALT-DATA                   TO         SW-DATA-EVENTO.
           MOVE 'N'                        TO         SW-TIPO.
           MOVE ALT-NOME                   TO         SW-NOME.
           MOVE ALT-VALOR                  TO         SW-VALOR.
           MOVE ALT-QTDE-OPER              TO         SW-QTDE-OPER.
           MOVE ALT-BASE                   TO         SW-BASE.
           IF  ALT-ESPECIE                 EQUAL      'S'
               MOVE 'S'                    TO         SW-ESPECIE
           ELSE
               MOVE 'N'                    TO         SW-ESPECIE
           END-IF.
           MOVE ALT-REFERENCIA             TO         SW-REFERENCIA.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0160-99-RELEASE-ABERTURA-EXIT.      EXIT.
      *================================================================*
       0170-RELEASE-DISPOSICAO             SECTION.
      *================================================================*
      * DISPOSICAO SEM DATA ASSUME O DIA.                              *
      *----------------------------------------------------------------*
           READ AMLDSP.

           IF  WS-FS-DSP   NOT EQUAL '00'
           AND WS-FS-DSP   NOT EQUAL '10'
               MOVE '0170-RELEASE-DISPOSICAO' TO      WS-CODIGO-AREA
               MOVE WS-FS-DSP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO AMLDSP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-DSP                   EQUAL      '10'
               GO TO 0170-99-RELEASE-DISPOSICAO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-DSP.
           MOVE SPACES                     TO         REG-SORTWK.
           MOVE DSP-CHAVE                  TO         SW-CHAVE.
           MOVE 1                          TO         SW-ORDEM.
           IF  DSP-DATA                    NUMERIC
           AND DSP-DATA                    GREATER    ZEROS
               MOVE DSP-DATA               TO         SW-DATA-EVENTO
           ELSE
               MOVE WS-DATA-HOJE           TO         SW-DATA-EVENTO
           END-IF.
           MOVE DSP-DISPOSICAO             TO         SW-TIPO.
           MOVE ZEROS                      TO         SW-VALOR
                                                      SW-QTDE-OPER
                                                      SW-BASE.
           MOVE DSP-ANALISTA               TO         SW-ANALISTA.
           MOVE DSP-JUSTIFICATIVA          TO         SW-JUSTIFICATIVA.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0170-99-RELEASE-DISPOSICAO-EXIT.    EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AMLSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB AMLSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA RODADA: SEM O MASTER AMLMST (35) NAO HA ALERTA
      * REGISTRADO.
           OPEN  INPUT                     AMLMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-MST
                 MOVE HIGH-VALUES          TO         WS-CHAVE-MST
           ELSE
                 IF  WS-FS-MST             NOT EQUAL  '00'
                     MOVE WS-FS-MST        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER AMLMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-AMLMST-ABERTO
                 PERFORM 1100-LER-AMLMST THRU 1100-99-LER-AMLMST-EXIT
           END-IF.

           OPEN  OUTPUT  AMLMSTN  COAFCOM  AMLGUA  RELAML  RELAMJ.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
           OR    WS-FS-COA                 NOT EQUAL  '00'
           OR    WS-FS-GUA                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
           OR    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA
                                                      CABR-DATA.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELAML THRU 8000-99-FS-RELAML-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELAML THRU 8000-99-FS-RELAML-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELAML THRU 8000-99-FS-RELAML-EXIT.

           WRITE REG-REJ                   FROM       CAB-TITULO-REJ.
           PERFORM 8100-FS-RELAMJ THRU 8100-99-FS-RELAMJ-EXIT.
           MOVE SPACES                     TO         REG-REJ.
           WRITE REG-REJ.
           PERFORM 8100-FS-RELAMJ THRU 8100-99-FS-RELAMJ-EXIT.
           WRITE REG-REJ                   FROM       CAB-COLUNAS-REJ.
           PERFORM 8100-FS-RELAMJ THRU 8100-99-FS-RELAMJ-EXIT.

           PERFORM 1200-LER-AMLSRT   THRU  1200-99-LER-AMLSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-AMLMST                     SECTION.
      *================================================================*
           READ AMLMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE '1100-LER-AMLMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER AMLMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MST
           ELSE
               MOVE MST-CHAVE              TO         WS-CHAVE-MST
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-AMLMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-AMLSRT                     SECTION.
      *================================================================*
           READ AMLSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-AMLSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO AMLSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SRT
           ELSE
               MOVE SRT-CHAVE              TO         WS-CHAVE-SRT
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-AMLSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELA CHAVE CPF + DATA + REGRA: RETEM O ALERTA DA  *
      * CHAVE, APLICA A ABERTURA E AS DISPOSICOES DELE NA ORDEM E      *
      * GRAVA O RESULTADO NO MASTER NOVO.                              *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-MST               TO         WS-CHAVE-MENOR.
           IF  WS-CHAVE-SRT                LESS       WS-CHAVE-MENOR
               MOVE WS-CHAVE-SRT           TO         WS-CHAVE-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-ALERTA.
           PERFORM 2100-RETEM-ALERTA
               THRU 2100-99-RETEM-ALERTA-EXIT
                   UNTIL WS-CHAVE-MST      NOT EQUAL  WS-CHAVE-MENOR.

           PERFORM 2200-APLICA-MOVIMENTO
               THRU 2200-99-APLICA-MOVIMENTO-EXIT
                   UNTIL WS-CHAVE-SRT      NOT EQUAL  WS-CHAVE-MENOR.

           IF  WS-TEM-ALERTA-SIM
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-RETEM-ALERTA                   SECTION.
      *================================================================*
           IF  WS-TEM-ALERTA-SIM
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
           END-IF.

           MOVE REG-MST                    TO         WS-ALERTA.
           MOVE 'S'                        TO         WS-TEM-ALERTA.

           PERFORM 1100-LER-AMLMST   THRU  1100-99-LER-AMLMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-RETEM-ALERTA-EXIT.          EXIT.
      *================================================================*
       2200-APLICA-MOVIMENTO               SECTION.
      *================================================================*
           MOVE SRT-DATA-EVENTO            TO         WS-DATA-EVENTO.

           IF  SRT-CPF                     NOT NUMERIC
           OR  SRT-CPF                     EQUAL      ZEROS
           OR  SRT-DATA-ALERTA             NOT NUMERIC
           OR  SRT-DATA-ALERTA             EQUAL      ZEROS
           OR  SRT-REGRA                   EQUAL      SPACES
               MOVE 'CHAVE DO ALERTA INVALIDA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMO
           END-IF.

           EVALUATE TRUE
               WHEN SRT-NOVO-ALERTA
                   PERFORM 2300-ABRE-ALERTA
                       THRU 2300-99-ABRE-ALERTA-EXIT
               WHEN SRT-EM-ANALISE
                   PERFORM 2400-REGISTRA-ANALISE
                       THRU 2400-99-REGISTRA-ANALISE-EXIT
               WHEN SRT-CONFIRMADO
               WHEN SRT-DESCARTADO
                   PERFORM 2500-ENCERRA-ALERTA
                       THRU 2500-99-ENCERRA-ALERTA-EXIT
               WHEN OTHER
                   MOVE 'CODIGO DE DISPOSICAO INVALIDO'
                                           TO         DETR-MOTIVO
                   PERFORM 2700-REJEITA
                       THRU 2700-99-REJEITA-EXIT
           END-EVALUATE.

       2200-90-PROXIMO.
           PERFORM 1200-LER-AMLSRT   THRU  1200-99-LER-AMLSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-APLICA-MOVIMENTO-EXIT.      EXIT.
      *================================================================*
       2300-ABRE-ALERTA                    SECTION.
      *================================================================*
      * A MESMA OCORRENCIA PROCESSADA DE NOVO NAO DUPLICA NEM REABRE O *
      * ALERTA (MESMA CHAVE CPF + DATA + REGRA).                       *
      *----------------------------------------------------------------*
           IF  WS-TEM-ALERTA-SIM
               ADD  1                      TO         WS-JA-REGISTRADOS
               GO TO 2300-99-ABRE-ALERTA-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-ALERTA.
           MOVE SRT-CHAVE                  TO         WS-ALE-CHAVE.
           MOVE SRT-NOME                   TO         WS-ALE-NOME.
           MOVE SRT-VALOR                  TO         WS-ALE-VALOR.
           MOVE SRT-QTDE-OPER              TO         WS-ALE-QTDE-OPER.
           MOVE SRT-BASE                   TO         WS-ALE-BASE.
           MOVE SRT-ESPECIE                TO         WS-ALE-ESPECIE.
           MOVE SRT-REFERENCIA             TO         WS-ALE-REFERENCIA.
           MOVE 'A'                        TO         WS-ALE-SITUACAO.
           MOVE ZEROS                      TO    WS-ALE-DATA-ANALISE
                                                 WS-ALE-DATA-COMUNICACAO
                                                 WS-ALE-PROTOCOLO
                                                 WS-ALE-DATA-GUARDA.
           MOVE 'S'                        TO         WS-TEM-ALERTA.
           ADD  1                          TO    WS-ALERTAS-ABERTOS.
      *----------------------------------------------------------------*
       2300-99-ABRE-ALERTA-EXIT.           EXIT.
      *================================================================*
       2400-REGISTRA-ANALISE               SECTION.
      *================================================================*
      * ANALISE INICIADA NAO ENCERRA O ALERTA: FICA REGISTRADO O       *
      * ANALISTA E O ALERTA AGUARDA A CONCLUSAO (C OU D).              *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-ALERTA-SIM
               MOVE 'ALERTA PLD NAO REGISTRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-REGISTRA-ANALISE-EXIT
           END-IF.

           IF  WS-ALE-SITUACAO             EQUAL      'C'
           OR  WS-ALE-SITUACAO             EQUAL      'D'
               MOVE 'ALERTA PLD JA ENCERRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-REGISTRA-ANALISE-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-ALE-SITUACAO.
           MOVE WS-DATA-EVENTO             TO    WS-ALE-DATA-ANALISE.
           MOVE SRT-ANALISTA               TO         WS-ALE-ANALISTA.
           ADD  1                          TO         WS-EM-ANALISE.
      *----------------------------------------------------------------*
       2400-99-REGISTRA-ANALISE-EXIT.      EXIT.
      *================================================================*
       2500-ENCERRA-ALERTA                 SECTION.
      *================================================================*
      * CONFIRMADO VAI PARA O COAF; DESCARTE EXIGE JUSTIFICATIVA, QUE  *
      * FICA NO MASTER PARA A FISCALIZACAO.                            *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-ALERTA-SIM
               MOVE 'ALERTA PLD NAO REGISTRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-ALERTA-EXIT
           END-IF.

           IF  WS-ALE-SITUACAO             EQUAL      'C'
           OR  WS-ALE-SITUACAO             EQUAL      'D'
               MOVE 'ALERTA PLD JA ENCERRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-ALERTA-EXIT
           END-IF.

           IF  SRT-DESCARTADO
           AND SRT-JUSTIFICATIVA           EQUAL      SPACES
               MOVE 'DESCARTE SEM JUSTIFICATIVA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-ALERTA-EXIT
           END-IF.

           MOVE SRT-TIPO                   TO         WS-ALE-SITUACAO.
           MOVE WS-DATA-EVENTO             TO    WS-ALE-DATA-ANALISE.
           MOVE SRT-ANALISTA               TO         WS-ALE-ANALISTA.
           MOVE SRT-JUSTIFICATIVA          TO    WS-ALE-JUSTIFICATIVA.

           IF  SRT-DESCARTADO
               ADD  1                      TO         WS-DESCARTADOS
               GO TO 2500-99-ENCERRA-ALERTA-EXIT
           END-IF.

           PERFORM 2600-COMUNICA-COAF
               THRU 2600-99-COMUNICA-COAF-EXIT.
           ADD  1                          TO         WS-COMUNICADOS.
      *----------------------------------------------------------------*
       2500-99-ENCERRA-ALERTA-EXIT.        EXIT.
      *================================================================*
       2600-COMUNICA-COAF                  SECTION.
      *================================================================*
      * PROTOCOLO = DATA DO DIA + SEQUENCIA DA RODADA. O CABECALHO DO  *
      * COAFCOM SO EH GRAVADO NA PRIMEIRA COMUNICACAO: DIA SEM ALERTA  *
      * CONFIRMADO DEIXA O ARQUIVO VAZIO, SEM NADA A TRANSMITIR.       *
      *----------------------------------------------------------------*
           MOVE '2600-COMUNICA-COAF'       TO         WS-CODIGO-AREA.

           IF  WS-COAF-CABECALHO           EQUAL      'N'
               PERFORM 2650-GRAVA-CABECALHO
                   THRU 2650-99-GRAVA-CABECALHO-EXIT
           END-IF.

           ADD  1                          TO         WS-PRT-SEQUENCIA.
           MOVE WS-PROTOCOLO-R             TO         WS-ALE-PROTOCOLO.
           MOVE WS-DATA-HOJE               TO  WS-ALE-DATA-COMUNICACAO.

      * GUARDA CONTADA DA COMUNICACAO; 29/02 SEM PAR NO ANO FINAL
      * PASSA A 28/02.
           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           ADD  WS-ANOS-GUARDA             TO         WS-DA-ANO.
           IF  WS-DA-MES                   EQUAL      02
           AND WS-DA-DIA                   EQUAL      29
               MOVE 28                     TO         WS-DA-DIA
           END-IF.
           MOVE WS-DATA-AUX                TO    WS-ALE-DATA-GUARDA.

           IF  WS-ALE-ESPECIE              EQUAL      'S'
               MOVE 'COE'                  TO     WS-TIPO-COMUNICACAO
           ELSE
               MOVE 'COS'                  TO     WS-TIPO-COMUNICACAO
           END-IF.

           MOVE SPACES                     TO         REG-COA-DET.
           MOVE '1'                        TO         COAD-TIPO-REG.
           MOVE WS-ALE-PROTOCOLO           TO         COAD-PROTOCOLO.
           MOVE WS-TIPO-COMUNICACAO        TO  COAD-TIPO-COMUNICACAO.
           MOVE WS-ALE-CPF                 TO         COAD-CPF.
           MOVE WS-ALE-NOME                TO         COAD-NOME.
           MOVE WS-ALE-DATA                TO   COAD-DATA-OCORRENCIA.
           MOVE WS-ALE-VALOR               TO         COAD-VALOR.
           MOVE WS-ALE-QTDE-OPER           TO         COAD-QTDE-OPER.
           MOVE WS-ALE-REGRA               TO     COAD-ENQUADRAMENTO.
           EVALUATE WS-ALE-REGRA
               WHEN 'LM'
                   MOVE 'OPERACOES NO DIA NO LIMITE DE COMUNICACAO'
                                           TO         COAD-DESCRICAO
               WHEN 'FR'
                   MOVE 'FRACIONAMENTO ABAIXO DO LIMITE DE COMUNICACAO'
                                           TO         COAD-DESCRICAO
               WHEN 'QE'
                   MOVE 'QUITACAO ANTECIPADA DE EMPRESTIMO EM ESPECIE'
                                           TO         COAD-DESCRICAO
               WHEN 'LA'
                   MOVE 'ACUMULADO DO MES NO LIMITE DE COMUNICACAO'
                                           TO         COAD-DESCRICAO
               WHEN 'RD'
                   MOVE 'MOVIMENTACAO INCOMPATIVEL COM A RENDA'
                                           TO         COAD-DESCRICAO
               WHEN OTHER
                   MOVE 'OPERACAO SUSPEITA'
                                           TO         COAD-DESCRICAO
           END-EVALUATE.
           WRITE REG-COA-DET.
           IF  WS-FS-COA                   NOT EQUAL  '00'
               MOVE WS-FS-COA              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO COAFCOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-COA.
           ADD  WS-ALE-VALOR               TO     WS-VALOR-COMUNICADO.

           MOVE SPACES                     TO         REG-GUA.
           MOVE WS-ALE-PROTOCOLO           TO         GUA-PROTOCOLO.
           MOVE WS-ALE-CPF                 TO         GUA-CPF.
           MOVE WS-ALE-DATA                TO         GUA-DATA-ALERTA.
           MOVE WS-ALE-REGRA               TO         GUA-REGRA.
           MOVE WS-TIPO-COMUNICACAO        TO   GUA-TIPO-COMUNICACAO.
           MOVE WS-ALE-VALOR               TO         GUA-VALOR.
           MOVE WS-ALE-DATA-COMUNICACAO    TO   GUA-DATA-COMUNICACAO.
           MOVE WS-ALE-DATA-GUARDA         TO         GUA-DATA-GUARDA.
           MOVE WS-ALE-ANALISTA            TO         GUA-ANALISTA.
           MOVE 'COAFCOM'                  TO         GUA-ARQUIVO.
           WRITE REG-GUA.
           IF  WS-FS-GUA                   NOT EQUAL  '00'
               MOVE WS-FS-GUA              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR LOG DE GUARDA AMLGUA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-GUA.
      *----------------------------------------------------------------*
       2600-99-COMUNICA-COAF-EXIT.         EXIT.
      *================================================================*
       2650-GRAVA-CABECALHO                SECTION.
      *================================================================*
           IF  WS-CNPJ-COMUNICANTE         EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'CNPJ DO COMUNICANTE SEM VALOR NO PARMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-COA-CAB.
           MOVE '0'                        TO         COAC-TIPO-REG.
           MOVE WS-CNPJ-COMUNICANTE        TO  COAC-CNPJ-COMUNICANTE.
           MOVE WS-DATA-HOJE               TO      COAC-DATA-GERACAO.
           MOVE 'COMUNICACAO PLD/FT'       TO      COAC-NOME-ARQUIVO.
           WRITE REG-COA-CAB.
           IF  WS-FS-COA                   NOT EQUAL  '00'
               MOVE WS-FS-COA              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO COAFCOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE 'S'                        TO      WS-COAF-CABECALHO.
      *----------------------------------------------------------------*
       2650-99-GRAVA-CABECALHO-EXIT.       EXIT.
      *================================================================*
       2700-REJEITA                        SECTION.
      *================================================================*
           MOVE SRT-CHAVE (1:11)           TO         DETR-CPF.
           IF  SRT-DATA-ALERTA             NUMERIC
               MOVE SRT-DATA-ALERTA        TO         WS-DATA-AUX
               PERFORM 2950-FORMATA-DATA
                   THRU 2950-99-FORMATA-DATA-EXIT
               MOVE WS-DATA-FORMATADA      TO         DETR-DATA-ALERTA
           ELSE
               MOVE SRT-CHAVE (12:8)       TO         DETR-DATA-ALERTA
           END-IF.
           MOVE SRT-REGRA                  TO         DETR-REGRA.
           MOVE SRT-TIPO                   TO         DETR-DISPOSICAO.
           MOVE SRT-ANALISTA               TO         DETR-ANALISTA.
           WRITE REG-REJ                   FROM       DET-REJEITO.
           PERFORM 8100-FS-RELAMJ THRU 8100-99-FS-RELAMJ-EXIT.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       2800-GRAVA-ALERTA                   SECTION.
      *================================================================*
           WRITE REG-MSTN                  FROM       WS-ALERTA.
           IF  WS-FS-MSTN                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO AMLMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MSTN.
           MOVE 'N'                        TO         WS-TEM-ALERTA.

           IF  WS-ALE-SITUACAO             EQUAL      'A'
           OR  WS-ALE-SITUACAO             EQUAL      'E'
               PERFORM 2850-LISTA-PENDENTE
                   THRU 2850-99-LISTA-PENDENTE-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2800-99-GRAVA-ALERTA-EXIT.          EXIT.
      *================================================================*
       2850-LISTA-PENDENTE                 SECTION.
      *================================================================*
           MOVE WS-ALE-CPF                 TO         DETP-CPF.
           MOVE WS-ALE-DATA                TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETP-DATA.
           MOVE WS-ALE-REGRA               TO         DETP-REGRA.
           MOVE WS-ALE-VALOR               TO         DETP-VALOR.
           MOVE WS-ALE-QTDE-OPER           TO         DETP-QTDE.
           MOVE WS-ALE-SITUACAO            TO         DETP-SITUACAO.
           MOVE WS-ALE-ESPECIE             TO         DETP-ESPECIE.
           MOVE WS-ALE-ANALISTA            TO         DETP-ANALISTA.
           WRITE REG-REL                   FROM       DET-PENDENTE.
           PERFORM 8000-FS-RELAML THRU 8000-99-FS-RELAML-EXIT.
           ADD  1                          TO         WS-PENDENTES.
      *----------------------------------------------------------------*
       2850-99-LISTA-PENDENTE-EXIT.        EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELAML                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELAML'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELAML-EXIT.             EXIT.
      *================================================================*
       8100-FS-RELAMJ                      SECTION.
      *================================================================*
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELAMJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REJ.
      *----------------------------------------------------------------*
       8100-99-FS-RELAMJ-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

      * TOTAIS DO ARQUIVO DE COMUNICACAO, SO SE HOUVE COMUNICACAO.
           IF  WS-COAF-CABECALHO           EQUAL      'S'
               MOVE SPACES                 TO         REG-COA-TOT
               MOVE '9'                    TO         COAT-TIPO-REG
               MOVE WS-GRAVADOS-COA        TO  COAT-QTDE-COMUNICACOES
               MOVE WS-VALOR-COMUNICADO    TO       COAT-VALOR-TOTAL
               WRITE REG-COA-TOT
               IF  WS-FS-COA               NOT EQUAL  '00'
                   MOVE WS-FS-COA          TO         WS-AREA-STAT
                   MOVE 'ERRO AO GRAVAR TOTAIS DO COAFCOM'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.

           CLOSE AMLSRT  AMLMSTN  COAFCOM  AMLGUA  RELAML  RELAMJ.
           IF  WS-AMLMST-ABERTO            EQUAL      'S'
               CLOSE AMLMST
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-MSTN                  NOT EQUAL  '00'
           OR  WS-FS-COA                   NOT EQUAL  '00'
           OR  WS-FS-GUA                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO AMLALT       =    ' WS-LIDOS-ALT.
           DISPLAY '* DISPOSICOES LIDAS     =    ' WS-LIDOS-DSP.
           DISPLAY '* ALERTAS ABERTOS       =    ' WS-ALERTAS-ABERTOS.
           DISPLAY '* JA REGISTRADOS        =    ' WS-JA-REGISTRADOS.
           DISPLAY '* EM ANALISE            =    ' WS-EM-ANALISE.
           DISPLAY '* COMUNICADOS AO COAF   =    ' WS-COMUNICADOS.
           DISPLAY '* DESCARTADOS           =    ' WS-DESCARTADOS.
           DISPLAY '* DISPOSICOES REJEIT.   =    ' WS-REJEITADAS.
           DISPLAY '* GRAVADOS EM COAFCOM   =    ' WS-GRAVADOS-COA.
           DISPLAY '* GRAVADOS EM AMLGUA    =    ' WS-GRAVADOS-GUA.
           DISPLAY '* LIDOS EM AMLMST       =    ' WS-LIDOS-MST.
           DISPLAY '* GRAVADOS EM AMLMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* PENDENTES DE ANALISE  =    ' WS-PENDENTES.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           ADD   WS-LIDOS-ALT  WS-LIDOS-DSP GIVING WS-RC-QTDE-LIDOS.
           MOVE  WS-GRAVADOS-MSTN          TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB819S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
