       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB836S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REGUA PREVENTIVA DE COBRANCA POR SMS. RODADA DIARIA  *
      * (DIA UTIL) QUE LEMBRA O CLIENTE ANTES DO VENCIMENTO:           *
      *   1. SELECIONA OS DOCUMENTOS EM ABERTO QUE VENCEM NA JANELA    *
      *      D-3 (VENCIMENTO APOS D+2 E ATE D+3 UTEIS) E NA JANELA D-1 *
      *      (VENCIMENTO APOS HOJE E ATE D+1 UTIL), DIAS UTEIS PELA    *
      *      VRB671S - VENCIMENTO EM FIM DE SEMANA OU FERIADO ENTRA NA *
      *      JANELA DO DIA UTIL SEGUINTE:                              *
      *      - TITMST ESCOLA (ORIGEM 'E', SITUACAO 'E'), CPF DO        *
      *        RESPONSAVEL PELO COMPANHEIRO ESCXREF DO VRB793S;        *
      *      - LOANPAR (PARCELA 'A' OU 'E'), CPF PELO LOANMST;         *
      *      - FATMST (FATURA 'A' - ABERTA), CPF DA PROPRIA FATURA.    *
      *      MENSALIDADE DO CLUBE NAO ENTRA: O CADASTRO DE SOCIOS NAO  *
      *      TEM CPF PARA CHEGAR AO TELEFONE;                          *
      *   2. CLASSIFICA OS DOCUMENTOS POR CPF E CRUZA (BALANCE-LINE)   *
      *      COM OS TELEFONES HIGIENIZADOS DO VRBQHHTL (TELOUTPT),     *
      *      USANDO SO A LINHA CLASSIFICADA COMO CELULAR ('C'). CPF    *
      *      SEM CELULAR SAI NO SEMCEL;                                *
      *   3. CPF COM OPT-OUT NO CANAL 'SMS' (OPTOUT) NAO RECEBE;       *
      *   4. GRAVA O ARQUIVO DO FORNECEDOR DO GATEWAY SMSENV (HEADER,  *
      *      UM DETALHE POR MENSAGEM, TRAILER) E REGISTRA CADA         *
      *      MENSAGEM NO CONTROLE SMSCTL (ACUMULADO, NUMERACAO         *
      *      SEQUENCIAL), QUE O RETORNO DO GATEWAY (VRB837S) ATUALIZA  *
      *      E A APURACAO DE EFETIVIDADE (VRB838S) CONSULTA.           *
      * TRAVA DE EXECUCAO DUPLA (DBLRUN31): RODAR DE NOVO NO MESMO DIA *
      * DUPLICARIA AS MENSAGENS.                                       *
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

           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT ESCXREF        ASSIGN TO ESCXREF
           FILE STATUS           IS        WS-FS-XRF.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT OPTOUT         ASSIGN TO OPTOUT
           FILE STATUS           IS        WS-FS-OPT.
      *----------------------------------------------------------------*
           SELECT TELOUTPT       ASSIGN TO TELOUTPT
           FILE STATUS           IS        WS-FS-TEL.
      *----------------------------------------------------------------*
           SELECT FONEWK         ASSIGN TO FONEWK.
      *----------------------------------------------------------------*
           SELECT TELSORT        ASSIGN TO TELSORT
           FILE STATUS           IS        WS-FS-TSR.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT SMSWRK         ASSIGN TO SMSWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SMSCTL         ASSIGN TO SMSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT SMSENV         ASSIGN TO SMSENV
           FILE STATUS           IS        WS-FS-ENV.
      *----------------------------------------------------------------*
           SELECT SEMCEL         ASSIGN TO SEMCEL
           FILE STATUS           IS        WS-FS-SEM.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
              88 TIT-EMITIDO                            VALUE 'E'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-ESCOLA                      VALUE 'E'.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   COMPANHEIRO DO VRB793S: NOSSO-NUMERO -> CPF DO RESPONSAVEL   *
      *   (GRAVADO NA ORDEM CRESCENTE DO NOSSO-NUMERO)                 *
      *----------------------------------------------------------------*
       FD  ESCXREF
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-XRF.

       01  REG-XRF.
           05 XRF-NOSSO-NUMERO             PIC 9(10).
           05 XRF-COD-ALU                  PIC 9(10).
           05 XRF-CPF-RESP                 PIC 9(11).
           05 XRF-NOME-RESP                PIC X(30).
           05 FILLER                       PIC X(09).
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
           05 FILLER                       PIC X(53).
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
              88 PAR-SIT-EM-ABERTO                      VALUE 'A' 'E'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
      *   MASTER DE FATURAS DO CARTAO (VRB810S), CHAVE CPF+CICLO       *
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
           05 FAT-TAXA-ROTATIVO            PIC 9(02)V9(04).
           05 FAT-CREDITOS                 PIC 9(11)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  OPTOUT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OPT.

       01  REG-OPT.
           05 OPT-CPF                      PIC 9(11).
           05 OPT-CANAL                    PIC X(10).
           05 OPT-DATA                     PIC 9(08).
           05 OPT-ORIGEM                   PIC X(20).
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
      *   TELEFONES HIGIENIZADOS DO VRBQHHTL                           *
      *----------------------------------------------------------------*
       FD  TELOUTPT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TEL.

       01  REG-TEL.
           05 NUM-SAI                      PIC X(13).
           05 SAI-CPF                      PIC 9(11).
           05 SAI-UF                       PIC X(02).
           05 SAI-TIPO-LINHA               PIC X(01).
              88 SAI-CELULAR                            VALUE 'C'.
           05 FILLER                       PIC X(53).
      *----------------------------------------------------------------*
       SD  FONEWK.

       01  REG-FONEWK.
           05 FW-FONE                      PIC X(13).
           05 FW-CPF                       PIC 9(11).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
       FD  TELSORT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TSR.

       01  REG-TSR.
           05 TSR-FONE                     PIC X(13).
           05 TSR-CPF                      PIC 9(11).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
      *   DOCUMENTOS A LEMBRAR. ORIGEM E = ESCOLA, L = EMPRESTIMO,     *
      *   F = FATURA; CHAVE/DOCUMENTO COMO NO VRB805S (SOCIO/NOSSO-    *
      *   NUMERO, CONTRATO/PARCELA, CPF/CICLO); REGUA 3 = D-3, 1 = D-1 *
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-ORIGEM                    PIC X(01).
           05 SW-CHAVE                     PIC 9(11).
           05 SW-DOCUMENTO                 PIC 9(10).
           05 SW-VALOR                     PIC 9(09)V9(02).
           05 SW-DATA-VENCTO               PIC 9(08).
           05 SW-REGUA                     PIC X(01).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
       FD  SMSWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CPF                      PIC 9(11).
           05 WRK-ORIGEM                   PIC X(01).
              88 WRK-ORIGEM-ESCOLA                      VALUE 'E'.
              88 WRK-ORIGEM-EMPRESTIMO                  VALUE 'L'.
              88 WRK-ORIGEM-FATURA                      VALUE 'F'.
           05 WRK-CHAVE                    PIC 9(11).
           05 WRK-DOCUMENTO                PIC 9(10).
           05 WRK-VALOR                    PIC 9(09)V9(02).
           05 WRK-DATA-VENCTO              PIC 9(08).
           05 WRK-DATA-VENCTO-R REDEFINES WRK-DATA-VENCTO.
              10 WRK-VENCTO-ANO            PIC X(04).
              10 WRK-VENCTO-MES            PIC X(02).
              10 WRK-VENCTO-DIA            PIC X(02).
           05 WRK-REGUA                    PIC X(01).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
      *   CONTROLE DAS MENSAGENS ENVIADAS (ACUMULADO). SITUACAO        *
      *   E = ENVIADA AO GATEWAY, R = RECEBIDA PELO APARELHO,          *
      *   F = FALHA NA ENTREGA (RETORNO DO GATEWAY - VRB837S)          *
      *----------------------------------------------------------------*
       FD  SMSCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-ID-SMS                   PIC 9(10).
           05 CTL-ORIGEM                   PIC X(01).
           05 CTL-CHAVE                    PIC 9(11).
           05 CTL-DOCUMENTO                PIC 9(10).
           05 CTL-CPF                      PIC 9(11).
           05 CTL-DATA-VENCTO              PIC 9(08).
           05 CTL-VALOR                    PIC 9(09)V9(02).
           05 CTL-REGUA                    PIC X(01).
           05 CTL-DATA-ENVIO               PIC 9(08).
           05 CTL-SITUACAO                 PIC X(01).
           05 CTL-DATA-RETORNO             PIC 9(08).
      *----------------------------------------------------------------*
      *   ARQUIVO PARA O FORNECEDOR DO GATEWAY DE SMS                  *
      *----------------------------------------------------------------*
       FD  SMSENV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-ENV-HDR  REG-ENV-DET  REG-ENV-TRL.

       01  REG-ENV-HDR.
           05 ENVH-TIPO-REG                PIC X(01).
           05 ENVH-DATA-GERACAO            PIC 9(08).
           05 ENVH-LOTE                    PIC X(20).
           05 FILLER                       PIC X(171).

       01  REG-ENV-DET.
           05 ENVD-TIPO-REG                PIC X(01).
           05 ENVD-ID-SMS                  PIC 9(10).
           05 ENVD-FONE                    PIC X(13).
           05 ENVD-MENSAGEM                PIC X(160).
           05 FILLER                       PIC X(16).

       01  REG-ENV-TRL.
           05 ENVT-TIPO-REG                PIC X(01).
           05 ENVT-QTDE-MENSAGENS          PIC 9(07).
           05 FILLER                       PIC X(192).
      *----------------------------------------------------------------*
      *   DOCUMENTO A LEMBRAR CUJO CPF NAO TEM CELULAR NO TELOUTPT     *
      *----------------------------------------------------------------*
       FD  SEMCEL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SEM.

       01  REG-SEM.
           05 SEM-CPF                      PIC 9(11).
           05 SEM-ORIGEM                   PIC X(01).
           05 SEM-CHAVE                    PIC 9(11).
           05 SEM-DOCUMENTO                PIC 9(10).
           05 SEM-VALOR                    PIC 9(09)V9(02).
           05 SEM-DATA-VENCTO              PIC 9(08).
           05 SEM-REGUA                    PIC X(01).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-OPT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TEL                       PIC X(02)     VALUE '00'.
       77  WS-FS-TSR                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-ENV                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEM                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FAT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TEL                    PIC 9(07)     VALUE ZEROS.
       77  WS-CELULARES                    PIC 9(07)     VALUE ZEROS.
       77  WS-SELECIONADOS-D3              PIC 9(07)     VALUE ZEROS.
       77  WS-SELECIONADOS-D1              PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CPF                      PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CELULAR                  PIC 9(07)     VALUE ZEROS.
       77  WS-SUPRIMIDOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-MENSAGENS                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CHAVES DOS BATIMENTOS (HIGH-VALUES NO FIM)              *
      *----------------------------------------------------------------*
       01  WS-CHAVE-XRF                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-XRF-NUM REDEFINES WS-CHAVE-XRF
                                           PIC 9(10).
       01  WS-CHAVE-TIT                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-TIT-NUM REDEFINES WS-CHAVE-TIT
                                           PIC 9(10).
       01  WS-CHAVE-LOA                    PIC X(06)   VALUE SPACES.
       01  WS-CHAVE-LOA-NUM REDEFINES WS-CHAVE-LOA
                                           PIC 9(06).
       01  WS-CHAVE-PAR                    PIC X(06)   VALUE SPACES.
       01  WS-CHAVE-PAR-NUM REDEFINES WS-CHAVE-PAR
                                           PIC 9(06).
       01  WS-CHAVE-TEL                    PIC X(11)   VALUE SPACES.
       01  WS-CHAVE-TEL-NUM REDEFINES WS-CHAVE-TEL
                                           PIC 9(11).
       01  WS-CHAVE-WRK                    PIC X(11)   VALUE SPACES.
       01  WS-CHAVE-WRK-NUM REDEFINES WS-CHAVE-WRK
                                           PIC 9(11).
      *----------------------------------------------------------------*
      *        JANELAS DA REGUA (DIAS UTEIS A PARTIR DE HOJE)          *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-UTIL-1                  PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-UTIL-2                  PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-UTIL-3                  PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-CANDIDATO               PIC 9(08)   VALUE ZEROS.
       77  WS-REGUA                        PIC X(01)   VALUE SPACES.
           88 WS-REGUA-D3                              VALUE '3'.
           88 WS-REGUA-D1                              VALUE '1'.
           88 WS-FORA-DA-REGUA                         VALUE SPACES.
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *        REGISTRO DE SUPRESSAO (OPT-OUT) DO CANAL SMS            *
      *----------------------------------------------------------------*
       77  WS-QTDE-OPTOUT                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OPT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-OPT-ACHADO                   PIC X(01)     VALUE 'N'.
           88 WS-OPT-ACHADO-SIM                          VALUE 'S'.
       01  WS-TAB-OPTOUT.
           05 WS-OPT-CPF-OCR               PIC 9(11)  OCCURS 2000.
      *----------------------------------------------------------------*
      *        NUMERACAO DAS MENSAGENS E TEXTO DO LEMBRETE             *
      *----------------------------------------------------------------*
       77  WS-ULT-ID-SMS                   PIC 9(10)   VALUE ZEROS.
       77  WS-XRF-PRESENTE                 PIC X(01)   VALUE 'S'.
           88 WS-XRF-AUSENTE                           VALUE 'N'.
       77  WS-QTDE-BRANCOS                 PIC 9(02)   VALUE ZEROS.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-DOC-TEXTO                    PIC X(30)   VALUE SPACES.
       01  WS-VENCTO-ED.
           05 WS-VED-DIA                   PIC X(02).
           05 FILLER                       PIC X(01)   VALUE '/'.
           05 WS-VED-MES                   PIC X(02).
           05 FILLER                       PIC X(01)   VALUE '/'.
           05 WS-VED-ANO                   PIC X(04).
      *----------------------------------------------------------------*
      *        TRAVA DE EXECUCAO DUPLA POR DATA (DBLRUN31)             *
      *----------------------------------------------------------------*
       77  WS-DBLRUN                       PIC X(08)   VALUE 'DBLRUN31'.
       01  WS-DBL-PARM.
           05 WS-DBL-PROGRAMA              PIC X(08).
           05 WS-DBL-FORCADO               PIC X(01).
           05 WS-DBL-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB836S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB836S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           SORT FONEWK
                ASCENDING  KEY             FW-CPF
                INPUT  PROCEDURE IS        0600-SELECIONA-CELULARES
                GIVING                     TELSORT.

           SORT SORTWK
                ASCENDING  KEY             SW-CPF
                ASCENDING  KEY             SW-ORIGEM
                ASCENDING  KEY             SW-CHAVE
                ASCENDING  KEY             SW-DOCUMENTO
                INPUT  PROCEDURE IS        0100-MONTA-CANDIDATOS
                GIVING                     SMSWRK.

           PERFORM 1500-ABRE-ENVIO     THRU  1500-99-ABRE-ENVIO-EXIT.
           PERFORM 2000-BALANCE-LINE   THRU  2000-99-BALANCE-LINE-EXIT
                   UNTIL WS-CHAVE-TEL      EQUAL HIGH-VALUES
                     AND WS-CHAVE-WRK      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-MONTA-CANDIDATOS               SECTION.
      *================================================================*
      * ENTREGA AO SORT OS DOCUMENTOS EM ABERTO DAS TRES ORIGENS QUE   *
      * CAEM EM UMA DAS JANELAS DA REGUA.                              *
      *----------------------------------------------------------------*
           MOVE '0100-MONTA-CANDIDATOS'    TO    WS-CODIGO-AREA.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      * SEM COMPANHEIRO ESCXREF (35) NENHUM TITULO ESCOLAR TEM CPF.
           OPEN  INPUT                     ESCXREF.
           IF    WS-FS-XRF                 EQUAL      '35'
                 MOVE 'N'                  TO         WS-XRF-PRESENTE
                 MOVE HIGH-VALUES          TO         WS-CHAVE-XRF
           ELSE
                 IF  WS-FS-XRF             NOT EQUAL  '00'
                     MOVE WS-FS-XRF        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO COMPANHEIRO ESCXREF'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 0210-LER-ESCXREF
                     THRU 0210-99-LER-ESCXREF-EXIT
           END-IF.
           PERFORM 0200-RELEASE-TITULO THRU 0200-99-RELEASE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.
           CLOSE TITMST.
           IF    NOT WS-XRF-AUSENTE
                 CLOSE ESCXREF
           END-IF.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
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
           PERFORM 0310-LER-LOANMST  THRU  0310-99-LER-LOANMST-EXIT.
           PERFORM 0320-LER-LOANPAR  THRU  0320-99-LER-LOANPAR-EXIT.
           PERFORM 0300-RELEASE-PARCELA
               THRU 0300-99-RELEASE-PARCELA-EXIT
                   UNTIL WS-CHAVE-PAR      EQUAL      HIGH-VALUES.
           CLOSE LOANMST  LOANPAR.

      * SEM MASTER DE FATURAS (35) NAO HA FATURA A LEMBRAR.
           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 EQUAL      '35'
                 GO TO 0100-99-MONTA-CANDIDATOS-EXIT
           END-IF.
           IF    WS-FS-FAT                 NOT EQUAL  '00'
                 MOVE WS-FS-FAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0400-RELEASE-FATURA THRU 0400-99-RELEASE-FATURA-EXIT
                   UNTIL WS-FS-FAT         EQUAL      '10'.
           CLOSE FATMST.
      *----------------------------------------------------------------*
       0100-99-MONTA-CANDIDATOS-EXIT.      EXIT.
      *================================================================*
       0150-VERIFICA-JANELA                SECTION.
      *================================================================*
      * D-1: VENCE DEPOIS DE HOJE E ATE O PROXIMO DIA UTIL.            *
      * D-3: VENCE DEPOIS DE D+2 UTEIS E ATE D+3 UTEIS.                *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         WS-REGUA.

           IF  WS-DATA-CANDIDATO           GREATER    WS-DATA-HOJE
           AND WS-DATA-CANDIDATO       NOT GREATER    WS-DATA-UTIL-1
               MOVE '1'                    TO         WS-REGUA
           END-IF.
           IF  WS-DATA-CANDIDATO           GREATER    WS-DATA-UTIL-2
           AND WS-DATA-CANDIDATO       NOT GREATER    WS-DATA-UTIL-3
               MOVE '3'                    TO         WS-REGUA
           END-IF.
      *----------------------------------------------------------------*
       0150-99-VERIFICA-JANELA-EXIT.       EXIT.
      *================================================================*
       0200-RELEASE-TITULO                 SECTION.
      *================================================================*
      * TITULO ESCOLAR EMITIDO (EM ABERTO) NA REGUA; O CPF DO          *
      * RESPONSAVEL VEM DO ESCXREF (BATIMENTO PELO NOSSO-NUMERO).      *
      *----------------------------------------------------------------*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE '0200-RELEASE-TITULO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TIT.
           IF  NOT TIT-ORIGEM-ESCOLA
           OR  NOT TIT-EMITIDO
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE TIT-DATA-VENCTO            TO         WS-DATA-CANDIDATO.
           PERFORM 0150-VERIFICA-JANELA
               THRU 0150-99-VERIFICA-JANELA-EXIT.
           IF  WS-FORA-DA-REGUA
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE TIT-NOSSO-NUMERO           TO         WS-CHAVE-TIT-NUM.
           PERFORM 0210-LER-ESCXREF  THRU  0210-99-LER-ESCXREF-EXIT
                   UNTIL WS-CHAVE-XRF  NOT LESS       WS-CHAVE-TIT.
           IF  WS-CHAVE-XRF                NOT EQUAL  WS-CHAVE-TIT
           OR  XRF-CPF-RESP                EQUAL      ZEROS
               ADD  1                      TO         WS-SEM-CPF
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE XRF-CPF-RESP               TO         SW-CPF.
           MOVE 'E'                        TO         SW-ORIGEM.
           MOVE TIT-SOCIO                  TO         SW-CHAVE.
           MOVE TIT-NOSSO-NUMERO           TO         SW-DOCUMENTO.
           MOVE TIT-VALOR                  TO         SW-VALOR.
           MOVE TIT-DATA-VENCTO            TO         SW-DATA-VENCTO.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0200-99-RELEASE-TITULO-EXIT.        EXIT.
      *================================================================*
       0210-LER-ESCXREF                    SECTION.
      *================================================================*
           READ  ESCXREF.
           IF  WS-FS-XRF   NOT EQUAL '00'
           AND WS-FS-XRF   NOT EQUAL '10'
               MOVE '0210-LER-ESCXREF'     TO         WS-CODIGO-AREA
               MOVE WS-FS-XRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER COMPANHEIRO ESCXREF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-XRF                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-XRF
           ELSE
               MOVE XRF-NOSSO-NUMERO       TO         WS-CHAVE-XRF-NUM
           END-IF.
      *----------------------------------------------------------------*
       0210-99-LER-ESCXREF-EXIT.           EXIT.
      *================================================================*
       0300-RELEASE-PARCELA                SECTION.
      *================================================================*
      * PARCELA DE EMPRESTIMO EM ABERTO NA REGUA; O CPF VEM DO         *
      * CONTRATO NO LOANMST (BATIMENTO PELO NUMERO DO CONTRATO).       *
      *----------------------------------------------------------------*
           IF  NOT PAR-SIT-EM-ABERTO
               GO TO 0300-50-PROXIMA
           END-IF.
           MOVE PAR-DATA-VENCTO            TO         WS-DATA-CANDIDATO.
           PERFORM 0150-VERIFICA-JANELA
               THRU 0150-99-VERIFICA-JANELA-EXIT.
           IF  WS-FORA-DA-REGUA
               GO TO 0300-50-PROXIMA
           END-IF.

           PERFORM 0310-LER-LOANMST  THRU  0310-99-LER-LOANMST-EXIT
                   UNTIL WS-CHAVE-LOA  NOT LESS       WS-CHAVE-PAR.
           IF  WS-CHAVE-LOA                NOT EQUAL  WS-CHAVE-PAR
           OR  LOA-CPF                     EQUAL      ZEROS
               ADD  1                      TO         WS-SEM-CPF
               GO TO 0300-50-PROXIMA
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE LOA-CPF                    TO         SW-CPF.
           MOVE 'L'                        TO         SW-ORIGEM.
           MOVE PAR-CONTRATO               TO         SW-CHAVE.
           MOVE PAR-PARCELA                TO         SW-DOCUMENTO.
           MOVE PAR-VALOR                  TO         SW-VALOR.
           MOVE PAR-DATA-VENCTO            TO         SW-DATA-VENCTO.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0300-50-PROXIMA.
      *----------------------------------------------------------------*
           PERFORM 0320-LER-LOANPAR  THRU  0320-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       0300-99-RELEASE-PARCELA-EXIT.       EXIT.
      *================================================================*
       0310-LER-LOANMST                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE '0310-LER-LOANMST'     TO         WS-CODIGO-AREA
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-LOA                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-LOA
           ELSE
               MOVE LOA-CONTRATO           TO         WS-CHAVE-LOA-NUM
           END-IF.
      *----------------------------------------------------------------*
       0310-99-LER-LOANMST-EXIT.           EXIT.
      *================================================================*
       0320-LER-LOANPAR                    SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '0320-LER-LOANPAR'     TO         WS-CODIGO-AREA
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-PAR
           ELSE
               ADD  1                      TO         WS-LIDOS-PAR
               MOVE PAR-CONTRATO           TO         WS-CHAVE-PAR-NUM
           END-IF.
      *----------------------------------------------------------------*
       0320-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       0400-RELEASE-FATURA                 SECTION.
      *================================================================*
      * FATURA DO CARTAO AINDA ABERTA (NADA PAGO) NA REGUA; O VALOR    *
      * LEMBRADO EH O TOTAL DA FATURA.                                 *
      *----------------------------------------------------------------*
           READ  FATMST.
           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE '0400-RELEASE-FATURA'  TO         WS-CODIGO-AREA
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FAT                   NOT EQUAL  '00'
               GO TO 0400-99-RELEASE-FATURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-FAT.
           IF  NOT FAT-SIT-ABERTA
               GO TO 0400-99-RELEASE-FATURA-EXIT
           END-IF.
           MOVE FAT-DATA-VENCTO            TO         WS-DATA-CANDIDATO.
           PERFORM 0150-VERIFICA-JANELA
               THRU 0150-99-VERIFICA-JANELA-EXIT.
           IF  WS-FORA-DA-REGUA
               GO TO 0400-99-RELEASE-FATURA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE FAT-CPF                    TO         SW-CPF.
           MOVE 'F'                        TO         SW-ORIGEM.
           MOVE FAT-CPF                    TO         SW-CHAVE.
           MOVE FAT-CICLO                  TO         SW-DOCUMENTO.
           MOVE FAT-TOTAL                  TO         SW-VALOR.
           MOVE FAT-DATA-VENCTO            TO         SW-DATA-VENCTO.
           PERFORM 0500-RELEASE THRU 0500-99-RELEASE-EXIT.
      *----------------------------------------------------------------*
       0400-99-RELEASE-FATURA-EXIT.        EXIT.
      *================================================================*
       0500-RELEASE                        SECTION.
      *================================================================*
           MOVE WS-REGUA                   TO         SW-REGUA.
           RELEASE REG-SORTWK.

           IF  WS-REGUA-D3
               ADD  1                      TO      WS-SELECIONADOS-D3
           ELSE
               ADD  1                      TO      WS-SELECIONADOS-D1
           END-IF.
      *----------------------------------------------------------------*
       0500-99-RELEASE-EXIT.               EXIT.
      *================================================================*
       0600-SELECIONA-CELULARES            SECTION.
      *================================================================*
      * SO A LINHA CLASSIFICADA COMO CELULAR PELO VRBQHHTL RECEBE SMS. *
      *----------------------------------------------------------------*
           MOVE '0600-SELECIONA-CELULARES' TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TELOUTPT.
           IF    WS-FS-TEL                 NOT EQUAL  '00'
                 MOVE WS-FS-TEL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO TELOUTPT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0650-RELEASE-CELULAR
               THRU 0650-99-RELEASE-CELULAR-EXIT
                   UNTIL WS-FS-TEL         EQUAL '10'.

           CLOSE TELOUTPT.
      *----------------------------------------------------------------*
       0600-99-SELECIONA-CELULARES-EXIT.   EXIT.
      *================================================================*
       0650-RELEASE-CELULAR                SECTION.
      *================================================================*
           READ  TELOUTPT.

           IF  WS-FS-TEL   NOT EQUAL '00'
           AND WS-FS-TEL   NOT EQUAL '10'
               MOVE WS-FS-TEL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO TELOUTPT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TEL                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-TEL
               IF  SAI-CELULAR
                   ADD  1                  TO         WS-CELULARES
                   MOVE REG-TEL            TO         REG-FONEWK
                   RELEASE REG-FONEWK
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0650-99-RELEASE-CELULAR-EXIT.       EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           MOVE 'VRB836S'                  TO         WS-DBL-PROGRAMA.
           CALL  WS-DBLRUN                 USING      WS-DBL-PARM.
           IF    WS-DBL-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'PROGRAMA JA COMPLETO HOJE - USE O FORCPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-CALCULA-JANELAS
               THRU 1100-99-CALCULA-JANELAS-EXIT.

      *    CARREGA O REGISTRO DE SUPRESSAO (OPT-OUT) - AUSENTE VALE
      *    COMO REGISTRO VAZIO.
           OPEN  INPUT                     OPTOUT.
           IF    WS-FS-OPT                 EQUAL      '00'
                 PERFORM 1200-CARREGA-OPTOUT
                     THRU 1200-99-CARREGA-OPTOUT-EXIT
                         UNTIL WS-FS-OPT   EQUAL      '10'
                 CLOSE OPTOUT
           END-IF.

      *    ULTIMA MENSAGEM NUMERADA NO CONTROLE (35 = PRIMEIRA RODADA).
           OPEN  INPUT                     SMSCTL.
           IF    WS-FS-CTL                 EQUAL      '00'
                 PERFORM 1300-LER-SMSCTL
                     THRU 1300-99-LER-SMSCTL-EXIT
                         UNTIL WS-FS-CTL   EQUAL      '10'
                 CLOSE SMSCTL
           ELSE
                 IF  WS-FS-CTL             NOT EQUAL  '35'
                     MOVE WS-FS-CTL        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CALCULA-JANELAS                SECTION.
      *================================================================*
      * D+1, D+2 E D+3 DIAS UTEIS A PARTIR DE HOJE (VRB671S 'S').      *
      *----------------------------------------------------------------*
           MOVE  '1100-CALCULA-JANELAS'    TO         WS-CODIGO-AREA.

           MOVE  1                         TO         WS-671-DIAS-SOMAR.
           PERFORM 1150-SOMA-UTEIS     THRU 1150-99-SOMA-UTEIS-EXIT.
           MOVE  WS-671-DATA-RESULTADO     TO         WS-DATA-UTIL-1.

           MOVE  2                         TO         WS-671-DIAS-SOMAR.
           PERFORM 1150-SOMA-UTEIS     THRU 1150-99-SOMA-UTEIS-EXIT.
           MOVE  WS-671-DATA-RESULTADO     TO         WS-DATA-UTIL-2.

           MOVE  3                         TO         WS-671-DIAS-SOMAR.
           PERFORM 1150-SOMA-UTEIS     THRU 1150-99-SOMA-UTEIS-EXIT.
           MOVE  WS-671-DATA-RESULTADO     TO         WS-DATA-UTIL-3.
      *----------------------------------------------------------------*
       1100-99-CALCULA-JANELAS-EXIT.       EXIT.
      *================================================================*
       1150-SOMA-UTEIS                     SECTION.
      *================================================================*
           MOVE  'S'                       TO         WS-671-FUNCAO.
           MOVE  WS-DATA-HOJE              TO         WS-671-DATA-BASE.
           CALL  WS-VRB671S                USING      WS-671-PARM.
           IF    WS-671-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DAS JANELAS DA REGUA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1150-99-SOMA-UTEIS-EXIT.            EXIT.
      *================================================================*
       1200-CARREGA-OPTOUT                 SECTION.
      *================================================================*
      * SO O PEDIDO DE SUPRESSAO DO CANAL SMS IMPEDE O LEMBRETE.       *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-OPTOUT'      TO         WS-CODIGO-AREA.
           READ OPTOUT.
           IF  WS-FS-OPT   NOT EQUAL '00'
           AND WS-FS-OPT   NOT EQUAL '10'
               MOVE WS-FS-OPT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REGISTRO OPTOUT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-OPT                   EQUAL      '00'
           AND OPT-CANAL                   EQUAL      'SMS'
               IF  WS-QTDE-OPTOUT          EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'REGISTRO OPTOUT SMS MAIOR QUE 2000 CPF'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-OPTOUT
               MOVE OPT-CPF        TO  WS-OPT-CPF-OCR (WS-QTDE-OPTOUT)
           END-IF.
      *----------------------------------------------------------------*
       1200-99-CARREGA-OPTOUT-EXIT.        EXIT.
      *================================================================*
       1300-LER-SMSCTL                     SECTION.
      *================================================================*
           MOVE '1300-LER-SMSCTL'          TO         WS-CODIGO-AREA.
           READ SMSCTL.
           IF  WS-FS-CTL   NOT EQUAL '00'
           AND WS-FS-CTL   NOT EQUAL '10'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTL                   EQUAL      '00'
           AND CTL-ID-SMS                  GREATER    WS-ULT-ID-SMS
               MOVE CTL-ID-SMS             TO         WS-ULT-ID-SMS
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-SMSCTL-EXIT.            EXIT.
      *================================================================*
       1500-ABRE-ENVIO                     SECTION.
      *================================================================*
           MOVE '1500-ABRE-ENVIO'          TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TELSORT.
           IF    WS-FS-TSR                 NOT EQUAL  '00'
                 MOVE WS-FS-TSR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO TELSORT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     SMSWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SMSWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SMSENV.
           IF    WS-FS-ENV                 NOT EQUAL  '00'
                 MOVE WS-FS-ENV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SMSENV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SEMCEL.
           IF    WS-FS-SEM                 NOT EQUAL  '00'
                 MOVE WS-FS-SEM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SEMCEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    SMSCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 OPEN OUTPUT               SMSCTL
           END-IF.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-ENV-HDR.
           MOVE 'H'                        TO         ENVH-TIPO-REG.
           MOVE WS-DATA-HOJE               TO      ENVH-DATA-GERACAO.
           MOVE 'REGUA PREVENTIVA'         TO         ENVH-LOTE.
           WRITE REG-ENV-HDR.
           IF  WS-FS-ENV                   NOT EQUAL  '00'
               MOVE WS-FS-ENV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HEADER DO SMSENV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LE-TELSORT THRU 2100-99-LE-TELSORT-EXIT.
           PERFORM 2150-LE-SMSWRK  THRU 2150-99-LE-SMSWRK-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-ENVIO-EXIT.            EXIT.
      *================================================================*
       2000-BALANCE-LINE                   SECTION.
      *================================================================*
      * O CELULAR CASADO NAO AVANCA NO MATCH: TODOS OS DOCUMENTOS DO   *
      * CPF USAM O PRIMEIRO CELULAR DO TELSORT.                        *
      *----------------------------------------------------------------*
           IF  WS-CHAVE-TEL                LESS       WS-CHAVE-WRK
               PERFORM 2100-LE-TELSORT THRU 2100-99-LE-TELSORT-EXIT
           ELSE
           IF  WS-CHAVE-WRK                LESS       WS-CHAVE-TEL
               PERFORM 2500-GRAVA-SEMCEL
                   THRU 2500-99-GRAVA-SEMCEL-EXIT
               PERFORM 2150-LE-SMSWRK  THRU 2150-99-LE-SMSWRK-EXIT
           ELSE
               PERFORM 2200-PROCESSA-DOCUMENTO
                   THRU 2200-99-PROCESSA-DOCUMENTO-EXIT
               PERFORM 2150-LE-SMSWRK  THRU 2150-99-LE-SMSWRK-EXIT
           END-IF
           END-IF.
      *----------------------------------------------------------------*
       2000-99-BALANCE-LINE-EXIT.          EXIT.
      *================================================================*
       2100-LE-TELSORT                     SECTION.
      *================================================================*
           MOVE '2100-LE-TELSORT'          TO         WS-CODIGO-AREA.

           READ TELSORT.

           EVALUATE WS-FS-TSR
               WHEN '00'
                   MOVE TSR-CPF            TO         WS-CHAVE-TEL-NUM
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-TEL
               WHEN OTHER
                   MOVE WS-FS-TSR          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO TELSORT'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-99-LE-TELSORT-EXIT.            EXIT.
      *================================================================*
       2150-LE-SMSWRK                      SECTION.
      *================================================================*
           MOVE '2150-LE-SMSWRK'           TO         WS-CODIGO-AREA.

           READ SMSWRK.

           EVALUATE WS-FS-WRK
               WHEN '00'
                   MOVE WRK-CPF            TO         WS-CHAVE-WRK-NUM
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-WRK
               WHEN OTHER
                   MOVE WS-FS-WRK          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO SMSWRK'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2150-99-LE-SMSWRK-EXIT.             EXIT.
      *================================================================*
       2200-PROCESSA-DOCUMENTO             SECTION.
      *================================================================*
      * CPF COM CELULAR: RESPEITA O OPT-OUT DO CANAL SMS, MONTA O      *
      * LEMBRETE E REGISTRA A MENSAGEM NO CONTROLE.                    *
      *----------------------------------------------------------------*
           MOVE '2200-PROCESSA-DOCUMENTO'  TO         WS-CODIGO-AREA.

           MOVE 'N'                        TO         WS-OPT-ACHADO.
           PERFORM 2250-PROCURA-OPTOUT
               THRU 2250-99-PROCURA-OPTOUT-EXIT
                   VARYING WS-IND-OPT FROM 1 BY 1
                   UNTIL WS-IND-OPT GREATER WS-QTDE-OPTOUT
                      OR WS-OPT-ACHADO-SIM.
           IF  WS-OPT-ACHADO-SIM
               ADD  1                      TO         WS-SUPRIMIDOS
               GO TO 2200-99-PROCESSA-DOCUMENTO-EXIT
           END-IF.

           ADD  1                          TO         WS-ULT-ID-SMS.
           PERFORM 2300-MONTA-MENSAGEM
               THRU 2300-99-MONTA-MENSAGEM-EXIT.

           MOVE SPACES                     TO         REG-CTL.
           MOVE WS-ULT-ID-SMS              TO         CTL-ID-SMS.
           MOVE WRK-ORIGEM                 TO         CTL-ORIGEM.
           MOVE WRK-CHAVE                  TO         CTL-CHAVE.
           MOVE WRK-DOCUMENTO              TO         CTL-DOCUMENTO.
           MOVE WRK-CPF                    TO         CTL-CPF.
           MOVE WRK-DATA-VENCTO            TO         CTL-DATA-VENCTO.
           MOVE WRK-VALOR                  TO         CTL-VALOR.
           MOVE WRK-REGUA                  TO         CTL-REGUA.
           MOVE WS-DATA-HOJE               TO         CTL-DATA-ENVIO.
           MOVE 'E'                        TO         CTL-SITUACAO.
           MOVE ZEROS                      TO         CTL-DATA-RETORNO.
           WRITE REG-CTL.
           IF  WS-FS-CTL                   NOT EQUAL  '00'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-MENSAGENS.
      *----------------------------------------------------------------*
       2200-99-PROCESSA-DOCUMENTO-EXIT.    EXIT.
      *================================================================*
       2250-PROCURA-OPTOUT                 SECTION.
      *================================================================*
           IF  WS-OPT-CPF-OCR (WS-IND-OPT) EQUAL      WRK-CPF
               MOVE 'S'                    TO         WS-OPT-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       2250-99-PROCURA-OPTOUT-EXIT.        EXIT.
      *================================================================*
       2300-MONTA-MENSAGEM                 SECTION.
      *================================================================*
      * TEXTO SEM ACENTUACAO (O GATEWAY ENVIA EM GSM 7 BITS).          *
      *----------------------------------------------------------------*
           MOVE '2300-MONTA-MENSAGEM'      TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN WRK-ORIGEM-ESCOLA
                   MOVE 'A MENSALIDADE ESCOLAR'
                                           TO         WS-DOC-TEXTO
               WHEN WRK-ORIGEM-EMPRESTIMO
                   MOVE 'A PARCELA DO SEU EMPRESTIMO'
                                           TO         WS-DOC-TEXTO
               WHEN OTHER
                   MOVE 'A FATURA DO SEU CARTAO'
                                           TO         WS-DOC-TEXTO
           END-EVALUATE.

           MOVE WRK-VALOR                  TO         WS-VALOR-ED.
           MOVE ZEROS                      TO         WS-QTDE-BRANCOS.
           INSPECT WS-VALOR-ED TALLYING WS-QTDE-BRANCOS
                   FOR LEADING SPACES.
           MOVE WRK-VENCTO-DIA             TO         WS-VED-DIA.
           MOVE WRK-VENCTO-MES             TO         WS-VED-MES.
           MOVE WRK-VENCTO-ANO             TO         WS-VED-ANO.

           MOVE SPACES                     TO         REG-ENV-DET.
           MOVE 'D'                        TO         ENVD-TIPO-REG.
           MOVE WS-ULT-ID-SMS              TO         ENVD-ID-SMS.
           MOVE TSR-FONE                   TO         ENVD-FONE.
           STRING 'LEMBRETE: '              DELIMITED BY SIZE
                  WS-DOC-TEXTO              DELIMITED BY '  '
                  ' DE R$ '                 DELIMITED BY SIZE
                  WS-VALOR-ED (WS-QTDE-BRANCOS + 1:)
                                            DELIMITED BY SIZE
                  ' VENCE EM '              DELIMITED BY SIZE
                  WS-VENCTO-ED              DELIMITED BY SIZE
                  '. SE JA PAGOU, DESCONSIDERE.'
                                            DELIMITED BY SIZE
                  INTO ENVD-MENSAGEM.
           WRITE REG-ENV-DET.
           IF  WS-FS-ENV                   NOT EQUAL  '00'
               MOVE WS-FS-ENV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR DETALHE DO SMSENV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2300-99-MONTA-MENSAGEM-EXIT.        EXIT.
      *================================================================*
       2500-GRAVA-SEMCEL                   SECTION.
      *================================================================*
           MOVE '2500-GRAVA-SEMCEL'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-SEM.
           MOVE WRK-CPF                    TO         SEM-CPF.
           MOVE WRK-ORIGEM                 TO         SEM-ORIGEM.
           MOVE WRK-CHAVE                  TO         SEM-CHAVE.
           MOVE WRK-DOCUMENTO              TO         SEM-DOCUMENTO.
           MOVE WRK-VALOR                  TO         SEM-VALOR.
           MOVE WRK-DATA-VENCTO            TO         SEM-DATA-VENCTO.
           MOVE WRK-REGUA                  TO         SEM-REGUA.
           WRITE REG-SEM.

           IF  WS-FS-SEM                   NOT EQUAL  '00'
               MOVE WS-FS-SEM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO SEMCEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-SEM-CELULAR.
      *----------------------------------------------------------------*
       2500-99-GRAVA-SEMCEL-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-ENV-TRL.
           MOVE 'T'                        TO         ENVT-TIPO-REG.
           MOVE WS-MENSAGENS               TO     ENVT-QTDE-MENSAGENS.
           WRITE REG-ENV-TRL.
           IF  WS-FS-ENV                   NOT EQUAL  '00'
               MOVE WS-FS-ENV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TRAILER DO SMSENV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           CLOSE TELSORT  SMSWRK  SMSENV  SEMCEL  SMSCTL.

           IF  WS-FS-TSR                   NOT EQUAL  '00'
           OR  WS-FS-WRK                   NOT EQUAL  '00'
           OR  WS-FS-ENV                   NOT EQUAL  '00'
           OR  WS-FS-SEM                   NOT EQUAL  '00'
           OR  WS-FS-CTL                   NOT EQUAL  '00'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* JANELA D-1 ATE        =    ' WS-DATA-UTIL-1.
           DISPLAY '* JANELA D-3 ATE        =    ' WS-DATA-UTIL-3.
           DISPLAY '* TITULOS LIDOS         =    ' WS-LIDOS-TIT.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* FATURAS LIDAS         =    ' WS-LIDOS-FAT.
           DISPLAY '* TELEFONES LIDOS       =    ' WS-LIDOS-TEL.
           DISPLAY '* CELULARES             =    ' WS-CELULARES.
           DISPLAY '* SELECIONADOS D-3      =    ' WS-SELECIONADOS-D3.
           DISPLAY '* SELECIONADOS D-1      =    ' WS-SELECIONADOS-D1.
           DISPLAY '* SEM CPF               =    ' WS-SEM-CPF.
           DISPLAY '* SEM CELULAR           =    ' WS-SEM-CELULAR.
           DISPLAY '* SUPRIMIDOS (OPT-OUT)  =    ' WS-SUPRIMIDOS.
           DISPLAY '* MENSAGENS GERADAS     =    ' WS-MENSAGENS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-SELECIONADOS-D3
                                    + WS-SELECIONADOS-D1.
           MOVE  WS-MENSAGENS              TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB836S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
