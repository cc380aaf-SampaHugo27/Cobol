       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB851S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI         *
      * 12.007/2009). RODADA ANUAL, ATE MAIO, PARA O ANO INFORMADO NO  *
      * PARAMETRO QUIPARM (AAAA). JUNTA POR PAGADOR, NUM SORT INTERNO: *
      *   - TITULOS DO TITMST COM VENCIMENTO NO ANO: MENSALIDADE DO    *
      *     CLUBE (ORIGEM ESPACO) PELO NUMERO DO SOCIO E MENSALIDADE   *
      *     ESCOLAR (ORIGEM 'E') PELO CPF DO RESPONSAVEL NO            *
      *     COMPANHEIRO ESCXREF DO VRB793S. TITULO EMITIDO, REJEITADO  *
      *     OU EM PROTESTO ESTA EM ABERTO; PAGO OU BAIXADO NAO;        *
      *   - SALDO DO SOCIO NO CADSOC1 (CODIGO 2 COM SALDO DEVEDOR OU   *
      *     CODIGO 9 - PREJUIZO);                                      *
      *   - ACORDO DO ACDMST (VRB739S): VIGENTE COM PARCELA NAO PAGA   *
      *     VENCIDA ATE O FIM DO ANO, OU QUEBRADO COM PARCELA NAO PAGA.*
      * PAGADOR COM O ANO TODO QUITADO (E PELO MENOS UM TITULO NO ANO) *
      * RECEBE A DECLARACAO: POR E-MAIL NO EXTRATO ELETRONICO QUIDLM   *
      * QUANDO O CADCTO (VRB772S) TEM CANAL 'E' E E-MAIL, COM O TOKEN  *
      * DO COFRE TOKMST NO LUGAR DO CPF; SENAO IMPRESSA NO QUICART NO  *
      * ENDERECO DO CADEND. O CPF DO SOCIO VEM DA SEQUENCIA 00 DO      *
      * DEPMST (VRB847S). SEM CPF, SEM ENDERECO OU COM ENDERECO EM     *
      * BUSCA A DECLARACAO SAI NO ARQUIVO DE EXCECOES QUISEME.         *
      * PAGADOR COM PENDENCIA SAI NO RELATORIO RELQUI PARA O           *
      * ACOMPANHAMENTO DA TESOURARIA.                                  *
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

           SELECT QUIPARM        ASSIGN TO QUIPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
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
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT ACDMST         ASSIGN TO ACDMST
           FILE STATUS           IS        WS-FS-ACD.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-DPM.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT CADCTO         ASSIGN TO CADCTO
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CTO-CPF
           FILE STATUS           IS        WS-FS-CTO.
      *----------------------------------------------------------------*
           SELECT QUIWK          ASSIGN TO QUIWK.
      *----------------------------------------------------------------*
           SELECT QUICART        ASSIGN TO QUICART
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT QUIDLM         ASSIGN TO QUIDLM
           FILE STATUS           IS        WS-FS-DLM.
      *----------------------------------------------------------------*
           SELECT QUISEME        ASSIGN TO QUISEME
           FILE STATUS           IS        WS-FS-SEME.
      *----------------------------------------------------------------*
           SELECT RELQUI         ASSIGN TO RELQUI
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  QUIPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANO-REF                 PIC 9(04).
           05 FILLER                       PIC X(76).
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
           05 TIT-DATA-VENCTO-R REDEFINES TIT-DATA-VENCTO.
              10 TIT-ANO-VENCTO            PIC 9(04).
              10 FILLER                    PIC 9(04).
           05 TIT-SITUACAO                 PIC X(01).
              88 TIT-QUITADO                            VALUE 'P' 'B'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-CLUBE                       VALUE SPACES.
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
       FD  ACDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 270 CHARACTERS
           DATA RECORD IS       REG-ACD.

       01  REG-ACD.
           05 ACD-SOCIO                    PIC 9(06).
           05 ACD-TOTAL                    PIC 9(09)V9(02).
           05 ACD-QTDE-PARCELAS            PIC 9(02).
           05 ACD-SITUACAO                 PIC X(01).
              88 ACD-VIGENTE                            VALUE 'V'.
              88 ACD-QUEBRADO                           VALUE 'Q'.
           05 ACD-PARC-OCR                 OCCURS 12 TIMES.
              10 ACD-PARC-VENCTO           PIC 9(08).
              10 ACD-PARC-VALOR            PIC 9(09)V9(02).
              10 ACD-PARC-SIT              PIC X(01).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  DEPMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-DPM.

       01  REG-DPM.
           05 DPM-SOCIO                    PIC 9(06).
           05 DPM-SEQ                      PIC 9(02).
           05 DPM-NOME                     PIC X(30).
           05 DPM-CPF                      PIC 9(11).
           05 FILLER                       PIC X(51).
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
           05 END-SITUACAO                 PIC X(01).
              88 END-SIT-EM-BUSCA                       VALUE 'B'.
           05 END-QTDE-DEVOLUCAO           PIC 9(02).
           05 END-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  CADCTO
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTO.

       01  REG-CTO.
           05 CTO-CPF                      PIC 9(11).
           05 CTO-EMAIL                    PIC X(50).
           05 CTO-CANAL                    PIC X(01).
              88 CTO-CANAL-EMAIL                        VALUE 'E'.
           05 CTO-DATA-CONSENTE            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   ITENS DO ANO POR PAGADOR (SOCIO DO CLUBE OU CPF DA ESCOLA)   *
      *----------------------------------------------------------------*
       SD  QUIWK.

       01  REG-QUIWK.
           05 SW-CHAVE.
              10 SW-TIPO                   PIC X(01).
                 88 SW-TIPO-SOCIO                       VALUE 'S'.
                 88 SW-TIPO-ESCOLA                      VALUE 'E'.
              10 SW-CODIGO                 PIC 9(11).
           05 SW-ORIGEM                    PIC X(01).
              88 SW-ORIGEM-TITULO                       VALUE 'T'.
              88 SW-ORIGEM-CADSOC1                      VALUE 'C'.
              88 SW-ORIGEM-ACORDO                       VALUE 'A'.
           05 SW-ABERTO                    PIC X(01).
              88 SW-EM-ABERTO                           VALUE 'S'.
           05 SW-VALOR-ABERTO              PIC 9(09)V9(02).
           05 SW-NOME                      PIC X(30).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  QUICART
           LABEL       RECORD IS OMITTED.

       01  REG-CAR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  QUIDLM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-DLM.

       01  REG-DLM                         PIC X(120).
      *----------------------------------------------------------------*
       FD  QUISEME
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SEME.

       01  REG-SEME.
           05 SEME-TIPO                    PIC X(01).
           05 SEME-CODIGO                  PIC 9(11).
           05 SEME-NOME                    PIC X(30).
           05 SEME-MOTIVO                  PIC X(30).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  RELQUI
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACD                       PIC X(02)     VALUE '00'.
       77  WS-FS-DPM                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTO                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-DLM                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEME                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-XRF-PRESENTE                 PIC X(01)     VALUE 'S'.
           88 WS-XRF-AUSENTE                             VALUE 'N'.
       77  WS-CTO-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-CTO-ABERTO-SIM                          VALUE 'S'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-TITULOS-ANO                  PIC 9(07)     VALUE ZEROS.
       77  WS-TIT-SEM-RESP                 PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SOC                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-ACD                    PIC 9(07)     VALUE ZEROS.
       77  WS-PAGADORES                    PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-COBRANCA                 PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
       77  WS-QUITADOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-DECL-PAPEL                   PIC 9(07)     VALUE ZEROS.
       77  WS-DECL-EMAIL                   PIC 9(07)     VALUE ZEROS.
       77  WS-DECL-EXCECAO                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-PENDENTE               PIC 9(11)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DA RODADA                                *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
      *----------------------------------------------------------------*
      *        CHAVES DOS BATIMENTOS (HIGH-VALUES NO FIM)              *
      *----------------------------------------------------------------*
       01  WS-CHAVE-XRF                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-XRF-NUM REDEFINES WS-CHAVE-XRF
                                           PIC 9(10).
       01  WS-CHAVE-TIT                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-TIT-NUM REDEFINES WS-CHAVE-TIT
                                           PIC 9(10).
      *----------------------------------------------------------------*
      *                 PAGADOR CORRENTE DO SORT                       *
      *----------------------------------------------------------------*
       01  WS-PAG-CHAVE.
           05 WS-PAG-TIPO                  PIC X(01)     VALUE SPACES.
              88 WS-PAG-SOCIO                            VALUE 'S'.
           05 WS-PAG-CODIGO                PIC 9(11)     VALUE ZEROS.
       77  WS-PAG-NOME                     PIC X(30)     VALUE SPACES.
       77  WS-PAG-CPF                      PIC 9(11)     VALUE ZEROS.
       77  WS-PAG-TITULOS                  PIC 9(05)     VALUE ZEROS.
       77  WS-PAG-TIT-ABERTOS              PIC 9(05)     VALUE ZEROS.
       77  WS-PAG-VALOR-ABERTO             PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-PAG-SALDO-SOC                PIC X(01)     VALUE 'N'.
       77  WS-PAG-ACORDO                   PIC X(01)     VALUE 'N'.
       77  WS-ACD-ABERTO                   PIC X(01)     VALUE 'N'.
       77  WS-ACD-VALOR                    PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-ACHOU-END                    PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-END-SIM                           VALUE 'S'.
           88 WS-ACHOU-END-BUSCA                         VALUE 'B'.
       77  WS-ENTREGA                      PIC X(01)     VALUE 'P'.
           88 WS-ENTREGA-EMAIL                           VALUE 'E'.
       77  WS-EMAIL-PAGADOR                PIC X(50)     VALUE SPACES.
      *----------------------------------------------------------------*
      *         CPF DO SOCIO TITULAR (SEQUENCIA 00 DO DEPMST)          *
      *----------------------------------------------------------------*
       77  WS-QTDE-DPM                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PARC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-DPM.
           05 WS-DPM-ITEM                  OCCURS 5000 TIMES.
              10 WS-DPM-SOCIO              PIC 9(06).
              10 WS-DPM-CPF                PIC 9(11).
      *----------------------------------------------------------------*
      *      TOKEN DO CPF NO EXTRATO QUIDLM (COFRE TOKMST, TOKGET31)   *
      *----------------------------------------------------------------*
       77  WS-TOKGET                       PIC X(08)   VALUE 'TOKGET31'.
       01  WS-TOK-PARM.
           05 WS-TOK-FUNCAO                PIC X(01)   VALUE 'T'.
           05 WS-TOK-CPF                   PIC 9(11)   VALUE ZEROS.
           05 WS-TOK-TOKEN                 PIC X(12)   VALUE SPACES.
           05 WS-TOK-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                   LINHAS DA DECLARACAO                         *
      *----------------------------------------------------------------*
       01  CAR-SEPARA.
           05 FILLER                       PIC X(80)  VALUE ALL '='.
      *----------------------------------------------------------------*
       01  CAR-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'DECLARACAO ANUAL DE QUITACAO DE DEBITOS '.
           05 FILLER                       PIC X(40)  VALUE
                          '- LEI 12.007/2009                       '.
      *----------------------------------------------------------------*
       01  CAR-DESTINO.
           05 FILLER                       PIC X(06)  VALUE 'PARA: '.
           05 CARD-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(44)  VALUE SPACES.
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
       01  CAR-TEXTO-1.
           05 FILLER                       PIC X(40)  VALUE
                          'DECLARAMOS, PARA OS FINS DA LEI 12.007/2'.
           05 FILLER                       PIC X(40)  VALUE
                          '009, QUE ESTAO QUITADOS TODOS OS DEBITOS'.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-2.
           05 FILLER                       PIC X(25)  VALUE
                          'COM VENCIMENTO NO ANO DE '.
           05 CART-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(14)  VALUE
                          ' REFERENTES A '.
           05 CART-REFERENCIA              PIC X(37)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-3.
           05 FILLER                       PIC X(14)  VALUE
                          'EMITIDA EM:   '.
           05 CART-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CART-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CART-ANO-EMISSAO             PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(56)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELQUI                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'PAGADORES COM PENDENCIA - QUITACAO ANUAL'.
           05 FILLER                       PIC X(06)  VALUE ' ANO: '.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              ' TIPO   CODIGO      NOME                '.
           05 FILLER                       PIC X(40)  VALUE
              '       TIT   VALOR ABERTO  OBS          '.
      *----------------------------------------------------------------*
       01  DET-PENDENTE.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-TIPO                    PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-CODIGO                  PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-NOME                    PIC X(25)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-TITULOS                 PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETP-OBS                     PIC X(12)  VALUE SPACES.
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
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB851S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB851S'.
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
           SORT QUIWK
                ASCENDING  KEY             SW-TIPO
                                           SW-CODIGO
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-APURA-PAGADORES.

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

           OPEN  INPUT                     QUIPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO QUIPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  QUIPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO QUIPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE QUIPARM.

           ACCEPT WS-DATA-HOJE             FROM       DATE YYYYMMDD.

      *    SO ANO JA ENCERRADO: A DECLARACAO COBRE O ANO INTEIRO
           IF    PARM-ANO-REF              NOT NUMERIC
           OR    PARM-ANO-REF              EQUAL      ZEROS
           OR    PARM-ANO-REF          NOT LESS       WS-HOJE-ANO
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ANO DO QUIPARM INVALIDO OU NAO ENCERRADO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-CARREGA-DEPMST
               THRU 1100-99-CARREGA-DEPMST-EXIT.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    PREFERENCIA DE CONTATO: SEM O CADCTO (35) TUDO SAI EM PAPEL
           OPEN  INPUT                     CADCTO.
           IF    WS-FS-CTO                 EQUAL      '00'
                 MOVE 'S'                  TO         WS-CTO-ABERTO
           ELSE
                 IF  WS-FS-CTO             NOT EQUAL  '35'
                     MOVE WS-FS-CTO        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.

           OPEN  OUTPUT                    QUICART.
           IF    WS-FS-CAR                 NOT EQUAL  '00'
                 MOVE WS-FS-CAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO QUICART'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    QUIDLM.
           IF    WS-FS-DLM                 NOT EQUAL  '00'
                 MOVE WS-FS-DLM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO QUIDLM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    QUISEME.
           IF    WS-FS-SEME                NOT EQUAL  '00'
                 MOVE WS-FS-SEME           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO QUISEME'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELQUI.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELQUI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE PARM-ANO-REF               TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-DEPMST                 SECTION.
      *================================================================*
      * CPF DO SOCIO: SEQUENCIA 00 (TITULAR) DO DEPMST. SEM O CADASTRO *
      * (35) NENHUM SOCIO TEM CPF E AS DECLARACOES VAO PARA O QUISEME. *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-DEPMST'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-DPM                 EQUAL      '35'
                 GO TO 1100-99-CARREGA-DEPMST-EXIT
           END-IF.
           IF    WS-FS-DPM                 NOT EQUAL  '00'
                 MOVE WS-FS-DPM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-DEPMST THRU 1150-99-LE-DEPMST-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'.

           CLOSE DEPMST.
      *----------------------------------------------------------------*
       1100-99-CARREGA-DEPMST-EXIT.        EXIT.
      *================================================================*
       1150-LE-DEPMST                      SECTION.
      *================================================================*
           READ  DEPMST.
           IF  WS-FS-DPM   NOT EQUAL '00'
           AND WS-FS-DPM   NOT EQUAL '10'
               MOVE WS-FS-DPM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-DPM                   EQUAL      '00'
           AND DPM-SEQ                     EQUAL      ZEROS
           AND DPM-CPF                     GREATER    ZEROS
               IF  WS-QTDE-DPM             EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TABELA DE TITULARES CHEIA (5000)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-DPM
               MOVE DPM-SOCIO      TO  WS-DPM-SOCIO (WS-QTDE-DPM)
               MOVE DPM-CPF        TO  WS-DPM-CPF   (WS-QTDE-DPM)
           END-IF.
      *----------------------------------------------------------------*
       1150-99-LE-DEPMST-EXIT.             EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * PASSA PARA O SORT OS ITENS DO ANO DE CADA PAGADOR: TITULOS DO  *
      * TITMST, SALDO DO CADSOC1 E ACORDOS DO ACDMST.                  *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

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
                 PERFORM 2150-LER-ESCXREF
                     THRU 2150-99-LER-ESCXREF-EXIT
           END-IF.
           PERFORM 2100-RELEASE-TITULO THRU 2100-99-RELEASE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.
           CLOSE TITMST.
           IF    NOT WS-XRF-AUSENTE
                 CLOSE ESCXREF
           END-IF.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 2200-RELEASE-SOCIO THRU 2200-99-RELEASE-SOCIO-EXIT
                   UNTIL WS-FS-SOC         EQUAL      '10'.
           CLOSE CADSOC1.

      * SEM ACDMST (35) NAO HA ACORDO EM ABERTO.
           OPEN  INPUT                     ACDMST.
           IF    WS-FS-ACD                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-ACD                 NOT EQUAL  '00'
                 MOVE WS-FS-ACD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO ACDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 2300-RELEASE-ACORDO THRU 2300-99-RELEASE-ACORDO-EXIT
                   UNTIL WS-FS-ACD         EQUAL      '10'.
           CLOSE ACDMST.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-RELEASE-TITULO                 SECTION.
      *================================================================*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE '2100-RELEASE-TITULO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 2100-99-RELEASE-TITULO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TIT.
           IF  TIT-ANO-VENCTO              NOT EQUAL  PARM-ANO-REF
               GO TO 2100-99-RELEASE-TITULO-EXIT
           END-IF.
           IF  NOT TIT-ORIGEM-CLUBE
           AND NOT TIT-ORIGEM-ESCOLA
               GO TO 2100-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-QUIWK.
           IF  TIT-ORIGEM-CLUBE
               MOVE 'S'                    TO         SW-TIPO
               MOVE TIT-SOCIO              TO         SW-CODIGO
               MOVE TIT-NOME               TO         SW-NOME
           ELSE
               MOVE TIT-NOSSO-NUMERO       TO         WS-CHAVE-TIT-NUM
               PERFORM 2150-LER-ESCXREF
                   THRU 2150-99-LER-ESCXREF-EXIT
                       UNTIL WS-CHAVE-XRF  NOT LESS   WS-CHAVE-TIT
               IF  WS-CHAVE-XRF            NOT EQUAL  WS-CHAVE-TIT
               OR  XRF-CPF-RESP            EQUAL      ZEROS
                   ADD  1                  TO         WS-TIT-SEM-RESP
                   GO TO 2100-99-RELEASE-TITULO-EXIT
               END-IF
               MOVE 'E'                    TO         SW-TIPO
               MOVE XRF-CPF-RESP           TO         SW-CODIGO
               MOVE XRF-NOME-RESP          TO         SW-NOME
           END-IF.

           MOVE 'T'                        TO         SW-ORIGEM.
           IF  TIT-QUITADO
               MOVE 'N'                    TO         SW-ABERTO
               MOVE ZEROS                  TO         SW-VALOR-ABERTO
           ELSE
               MOVE 'S'                    TO         SW-ABERTO
               MOVE TIT-VALOR              TO         SW-VALOR-ABERTO
           END-IF.
           RELEASE REG-QUIWK.
           ADD  1                          TO         WS-TITULOS-ANO.
      *----------------------------------------------------------------*
       2100-99-RELEASE-TITULO-EXIT.        EXIT.
      *================================================================*
       2150-LER-ESCXREF                    SECTION.
      *================================================================*
           READ  ESCXREF.
           IF  WS-FS-XRF   NOT EQUAL '00'
           AND WS-FS-XRF   NOT EQUAL '10'
               MOVE '2150-LER-ESCXREF'     TO         WS-CODIGO-AREA
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
       2150-99-LER-ESCXREF-EXIT.           EXIT.
      *================================================================*
       2200-RELEASE-SOCIO                  SECTION.
      *================================================================*
      * TODO SOCIO DO CADSOC1 ENTRA; O SALDO DEVEDOR (CODIGO 2) OU O   *
      * PREJUIZO (CODIGO 9) DEIXA O SOCIO PENDENTE.                    *
      *----------------------------------------------------------------*
           READ  CADSOC1.
           IF  WS-FS-SOC   NOT EQUAL '00'
           AND WS-FS-SOC   NOT EQUAL '10'
               MOVE '2200-RELEASE-SOCIO'   TO         WS-CODIGO-AREA
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SOC                   NOT EQUAL  '00'
               GO TO 2200-99-RELEASE-SOCIO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SOC.
           MOVE SPACES                     TO         REG-QUIWK.
           MOVE 'S'                        TO         SW-TIPO.
           MOVE NUMERO-SOCIO1              TO         SW-CODIGO.
           MOVE NOME-SOCIO1                TO         SW-NOME.
           MOVE 'C'                        TO         SW-ORIGEM.
           MOVE 'N'                        TO         SW-ABERTO.
           MOVE ZEROS                      TO         SW-VALOR-ABERTO.

           IF  CODIGO-PAGAMENTO1           EQUAL      9
               MOVE 'S'                    TO         SW-ABERTO
           END-IF.
           IF  (CODIGO-PAGAMENTO1          EQUAL      2
           OR   CODIGO-PAGAMENTO1          EQUAL      9)
           AND VALOR-PAGAMENTO1  GREATER   VALOR-PAGO-PARCIAL1
               MOVE 'S'                    TO         SW-ABERTO
               COMPUTE SW-VALOR-ABERTO = VALOR-PAGAMENTO1
                                       - VALOR-PAGO-PARCIAL1
           END-IF.
           RELEASE REG-QUIWK.
      *----------------------------------------------------------------*
       2200-99-RELEASE-SOCIO-EXIT.         EXIT.
      *================================================================*
       2300-RELEASE-ACORDO                 SECTION.
      *================================================================*
      * ACORDO VIGENTE: PENDENTE SE TEM PARCELA NAO PAGA COM VENCIMENTO*
      * ATE O FIM DO ANO. ACORDO QUEBRADO: QUALQUER PARCELA NAO PAGA.  *
      * ACORDO LIQUIDADO OU SEM PENDENCIA NAO VAI PARA O SORT.         *
      *----------------------------------------------------------------*
           READ  ACDMST.
           IF  WS-FS-ACD   NOT EQUAL '00'
           AND WS-FS-ACD   NOT EQUAL '10'
               MOVE '2300-RELEASE-ACORDO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-ACD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO ACDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-ACD                   NOT EQUAL  '00'
               GO TO 2300-99-RELEASE-ACORDO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-ACD.
           IF  NOT ACD-VIGENTE
           AND NOT ACD-QUEBRADO
               GO TO 2300-99-RELEASE-ACORDO-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-ACD-ABERTO.
           MOVE ZEROS                      TO         WS-ACD-VALOR.
           PERFORM 2350-EXAMINA-PARCELA
              THRU 2350-99-EXAMINA-PARCELA-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL   WS-IND-PARC GREATER ACD-QTDE-PARCELAS
                   OR      WS-IND-PARC GREATER 12.
           IF  WS-ACD-ABERTO               NOT EQUAL  'S'
               GO TO 2300-99-RELEASE-ACORDO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-QUIWK.
           MOVE 'S'                        TO         SW-TIPO.
           MOVE ACD-SOCIO                  TO         SW-CODIGO.
           MOVE 'A'                        TO         SW-ORIGEM.
           MOVE 'S'                        TO         SW-ABERTO.
           MOVE WS-ACD-VALOR               TO         SW-VALOR-ABERTO.
           RELEASE REG-QUIWK.
      *----------------------------------------------------------------*
       2300-99-RELEASE-ACORDO-EXIT.        EXIT.
      *================================================================*
       2350-EXAMINA-PARCELA                SECTION.
      *================================================================*
           IF  ACD-PARC-SIT (WS-IND-PARC)  EQUAL      'P'
               GO TO 2350-99-EXAMINA-PARCELA-EXIT
           END-IF.
           IF  ACD-VIGENTE
           AND ACD-PARC-VENCTO (WS-IND-PARC) (1:4) GREATER
                                           PARM-ANO-REF
               GO TO 2350-99-EXAMINA-PARCELA-EXIT
           END-IF.

           MOVE 'S'                        TO         WS-ACD-ABERTO.
           ADD  ACD-PARC-VALOR (WS-IND-PARC) TO       WS-ACD-VALOR.
      *----------------------------------------------------------------*
       2350-99-EXAMINA-PARCELA-EXIT.       EXIT.
      *================================================================*
       4000-APURA-PAGADORES                SECTION.
      *================================================================*
      * QUEBRA POR PAGADOR (TIPO + CODIGO): QUALQUER ITEM EM ABERTO    *
      * LEVA AO RELATORIO DE PENDENCIAS; SEM PENDENCIA E COM TITULO NO *
      * ANO, O PAGADOR RECEBE A DECLARACAO.                            *
      *----------------------------------------------------------------*
           MOVE '4000-APURA-PAGADORES'     TO         WS-CODIGO-AREA.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-TRATA-PAGADOR
               THRU 4100-99-TRATA-PAGADOR-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-APURA-PAGADORES-EXIT.       EXIT.
      *================================================================*
       4100-TRATA-PAGADOR                  SECTION.
      *================================================================*
           MOVE SW-CHAVE                   TO         WS-PAG-CHAVE.
           MOVE SPACES                     TO         WS-PAG-NOME.
           MOVE ZEROS                      TO         WS-PAG-TITULOS
                                                      WS-PAG-TIT-ABERTOS
                                                   WS-PAG-VALOR-ABERTO.
           MOVE 'N'                        TO         WS-PAG-SALDO-SOC
                                                      WS-PAG-ACORDO.

           PERFORM 4200-ACUMULA-ITEM THRU 4200-99-ACUMULA-ITEM-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-CHAVE          NOT EQUAL  WS-PAG-CHAVE.

           ADD  1                          TO         WS-PAGADORES.

           IF  WS-PAG-TIT-ABERTOS          GREATER    ZEROS
           OR  WS-PAG-SALDO-SOC            EQUAL      'S'
           OR  WS-PAG-ACORDO               EQUAL      'S'
               PERFORM 4300-LISTA-PENDENTE
                   THRU 4300-99-LISTA-PENDENTE-EXIT
               GO TO 4100-99-TRATA-PAGADOR-EXIT
           END-IF.

           IF  WS-PAG-TITULOS              EQUAL      ZEROS
               ADD  1                      TO         WS-SEM-COBRANCA
               GO TO 4100-99-TRATA-PAGADOR-EXIT
           END-IF.

           ADD  1                          TO         WS-QUITADOS.
           PERFORM 4500-EMITE-DECLARACAO
               THRU 4500-99-EMITE-DECLARACAO-EXIT.
      *----------------------------------------------------------------*
       4100-99-TRATA-PAGADOR-EXIT.         EXIT.
      *================================================================*
       4200-ACUMULA-ITEM                   SECTION.
      *================================================================*
      * O NOME DO CADSOC1 PREVALECE SOBRE O DO TITULO.                 *
      *----------------------------------------------------------------*
           IF  SW-NOME                     NOT EQUAL  SPACES
               IF  WS-PAG-NOME             EQUAL      SPACES
               OR  SW-ORIGEM-CADSOC1
                   MOVE SW-NOME            TO         WS-PAG-NOME
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN SW-ORIGEM-TITULO
                    ADD  1                 TO         WS-PAG-TITULOS
                    IF  SW-EM-ABERTO
                        ADD  1             TO       WS-PAG-TIT-ABERTOS
                    END-IF
               WHEN SW-ORIGEM-CADSOC1
                    IF  SW-EM-ABERTO
                        MOVE 'S'           TO         WS-PAG-SALDO-SOC
                    END-IF
               WHEN SW-ORIGEM-ACORDO
                    MOVE 'S'               TO         WS-PAG-ACORDO
           END-EVALUATE.

           IF  SW-EM-ABERTO
               ADD  SW-VALOR-ABERTO        TO      WS-PAG-VALOR-ABERTO
           END-IF.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4200-99-ACUMULA-ITEM-EXIT.          EXIT.
      *================================================================*
       4300-LISTA-PENDENTE                 SECTION.
      *================================================================*
           MOVE '4300-LISTA-PENDENTE'      TO         WS-CODIGO-AREA.

           ADD  1                          TO         WS-PENDENTES.
           ADD  WS-PAG-VALOR-ABERTO        TO         WS-VALOR-PENDENTE.

           MOVE SPACES                     TO         DETP-OBS.
           IF  WS-PAG-SOCIO
               MOVE 'SOCIO '               TO         DETP-TIPO
               IF  WS-PAG-ACORDO           EQUAL      'S'
                   MOVE 'ACORDO'           TO         DETP-OBS
               END-IF
               IF  WS-PAG-SALDO-SOC        EQUAL      'S'
                   IF  WS-PAG-ACORDO       EQUAL      'S'
                       MOVE 'ACORDO+SALDO' TO         DETP-OBS
                   ELSE
                       MOVE 'SALDO SOCIO'  TO         DETP-OBS
                   END-IF
               END-IF
           ELSE
               MOVE 'ESCOLA'               TO         DETP-TIPO
           END-IF.
           MOVE WS-PAG-CODIGO              TO         DETP-CODIGO.
           MOVE WS-PAG-NOME                TO         DETP-NOME.
           MOVE WS-PAG-TIT-ABERTOS         TO         DETP-TITULOS.
           MOVE WS-PAG-VALOR-ABERTO        TO         DETP-VALOR.
           WRITE REG-REL                   FROM       DET-PENDENTE.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
      *----------------------------------------------------------------*
       4300-99-LISTA-PENDENTE-EXIT.        EXIT.
      *================================================================*
       4500-EMITE-DECLARACAO               SECTION.
      *================================================================*
      * CPF DO PAGADOR: O PROPRIO CODIGO NA ESCOLA; NO CLUBE, O CPF DO *
      * TITULAR NO DEPMST. DEPOIS DECIDE ENTRE E-MAIL E PAPEL.         *
      *----------------------------------------------------------------*
           MOVE '4500-EMITE-DECLARACAO'    TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         WS-PAG-CPF.
           IF  WS-PAG-SOCIO
               PERFORM 4550-PROCURA-CPF-SOCIO
                   THRU 4550-99-PROCURA-CPF-SOCIO-EXIT
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-QTDE-DPM
                       OR      WS-PAG-CPF GREATER ZEROS
           ELSE
               MOVE WS-PAG-CODIGO          TO         WS-PAG-CPF
           END-IF.

           IF  WS-PAG-CPF                  EQUAL      ZEROS
               MOVE 'SOCIO SEM CPF NO DEPMST'
                                           TO         SEME-MOTIVO
               PERFORM 4800-GRAVA-EXCECAO
                   THRU 4800-99-GRAVA-EXCECAO-EXIT
               GO TO 4500-99-EMITE-DECLARACAO-EXIT
           END-IF.

           PERFORM 4600-DECIDE-ENTREGA
               THRU 4600-99-DECIDE-ENTREGA-EXIT.
           IF  WS-ENTREGA-EMAIL
               PERFORM 4650-GRAVA-EMAIL
                   THRU 4650-99-GRAVA-EMAIL-EXIT
               GO TO 4500-99-EMITE-DECLARACAO-EXIT
           END-IF.

           PERFORM 4700-BUSCA-ENDERECO
               THRU 4700-99-BUSCA-ENDERECO-EXIT.
           IF  WS-ACHOU-END-SIM
               PERFORM 4750-IMPRIME-DECLARACAO
                   THRU 4750-99-IMPRIME-DECLARACAO-EXIT
           ELSE
               IF  WS-ACHOU-END-BUSCA
                   MOVE 'ENDERECO EM BUSCA (DEVOLUCAO)'
                                           TO         SEME-MOTIVO
               ELSE
                   MOVE 'PAGADOR SEM ENDERECO NO CADEND'
                                           TO         SEME-MOTIVO
               END-IF
               PERFORM 4800-GRAVA-EXCECAO
                   THRU 4800-99-GRAVA-EXCECAO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4500-99-EMITE-DECLARACAO-EXIT.      EXIT.
      *================================================================*
       4550-PROCURA-CPF-SOCIO              SECTION.
      *================================================================*
           IF  WS-DPM-SOCIO (WS-IND)       EQUAL      WS-PAG-CODIGO
               MOVE WS-DPM-CPF (WS-IND)    TO         WS-PAG-CPF
           END-IF.
      *----------------------------------------------------------------*
       4550-99-PROCURA-CPF-SOCIO-EXIT.     EXIT.
      *================================================================*
       4600-DECIDE-ENTREGA                 SECTION.
      *================================================================*
      * ENTREGA ELETRONICA SO PARA PAGADOR COM CANAL 'E' E E-MAIL NAO  *
      * VAZIO NO CADCTO; QUALQUER OUTRA SITUACAO CAI PARA O PAPEL.     *
      *----------------------------------------------------------------*
           MOVE 'P'                        TO         WS-ENTREGA.
           MOVE SPACES                     TO         WS-EMAIL-PAGADOR.

           IF  NOT WS-CTO-ABERTO-SIM
               GO TO 4600-99-DECIDE-ENTREGA-EXIT
           END-IF.

           MOVE WS-PAG-CPF                 TO         CTO-CPF.
           READ  CADCTO.
           IF  WS-FS-CTO                   EQUAL      '23'
               MOVE '00'                   TO         WS-FS-CTO
               GO TO 4600-99-DECIDE-ENTREGA-EXIT
           END-IF.
           IF  WS-FS-CTO                   NOT EQUAL  '00'
               MOVE WS-FS-CTO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  NOT CTO-CANAL-EMAIL
           OR  CTO-EMAIL                   EQUAL      SPACES
               GO TO 4600-99-DECIDE-ENTREGA-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-ENTREGA.
           MOVE CTO-EMAIL                  TO         WS-EMAIL-PAGADOR.
      *----------------------------------------------------------------*
       4600-99-DECIDE-ENTREGA-EXIT.        EXIT.
      *================================================================*
       4650-GRAVA-EMAIL                    SECTION.
      *================================================================*
      * LINHA DO FORNECEDOR DO EXTRATO ELETRONICO, COM O TOKEN DO      *
      * COFRE TOKMST NO LUGAR DO CPF:                                  *
      *   Q;TOKEN;NOME;ANO;TIPO (S=CLUBE/E=ESCOLA);E-MAIL              *
      *----------------------------------------------------------------*
           MOVE 'T'                        TO         WS-TOK-FUNCAO.
           MOVE WS-PAG-CPF                 TO         WS-TOK-CPF.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.
           IF  WS-TOK-RETORNO              NOT EQUAL  'S'
               MOVE '4650-GRAVA-EMAIL'     TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO COFRE DE TOKENS TOKMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-DLM.
           STRING 'Q;' WS-TOK-TOKEN ';' WS-PAG-NOME ';'
                  PARM-ANO-REF ';' WS-PAG-TIPO ';' WS-EMAIL-PAGADOR
                  DELIMITED BY SIZE INTO REG-DLM.
           WRITE REG-DLM.
           IF  WS-FS-DLM                   NOT EQUAL  '00'
               MOVE '4650-GRAVA-EMAIL'     TO         WS-CODIGO-AREA
               MOVE WS-FS-DLM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR EXTRATO QUIDLM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-DECL-EMAIL.
      *----------------------------------------------------------------*
       4650-99-GRAVA-EMAIL-EXIT.           EXIT.
      *================================================================*
       4700-BUSCA-ENDERECO                 SECTION.
      *================================================================*
           MOVE 'N'                        TO         WS-ACHOU-END.
           MOVE WS-PAG-CPF                 TO         END-CPF.
           READ  CADEND.

           IF  WS-FS-END                   EQUAL      '00'
               IF  END-SIT-EM-BUSCA
                   SET WS-ACHOU-END-BUSCA  TO         TRUE
               ELSE
                   SET WS-ACHOU-END-SIM    TO         TRUE
               END-IF
           ELSE
               IF  WS-FS-END               NOT EQUAL  '23'
                   MOVE WS-FS-END          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       4700-99-BUSCA-ENDERECO-EXIT.        EXIT.
      *================================================================*
       4750-IMPRIME-DECLARACAO             SECTION.
      *================================================================*
           MOVE '4750-IMPRIME-DECL'        TO         WS-CODIGO-AREA.

           WRITE REG-CAR                   FROM       CAR-SEPARA.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           WRITE REG-CAR                   FROM       CAR-TITULO.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           MOVE WS-PAG-NOME                TO         CARD-NOME.
           WRITE REG-CAR                   FROM       CAR-DESTINO.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           MOVE END-LOGRADOURO             TO         CARE-LOGRADOURO.
           MOVE END-NUMERO                 TO         CARE-NUMERO.
           WRITE REG-CAR                   FROM       CAR-ENDER-1.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           MOVE END-CIDADE                 TO         CARE-CIDADE.
           MOVE END-UF                     TO         CARE-UF.
           MOVE END-CEP                    TO         CARE-CEP.
           WRITE REG-CAR                   FROM       CAR-ENDER-2.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           WRITE REG-CAR                   FROM       CAR-TEXTO-1.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           MOVE PARM-ANO-REF               TO         CART-ANO.
           IF  WS-PAG-SOCIO
               MOVE 'MENSALIDADES DO CLUBE.'
                                           TO         CART-REFERENCIA
           ELSE
               MOVE 'MENSALIDADES ESCOLARES.'
                                           TO         CART-REFERENCIA
           END-IF.
           WRITE REG-CAR                   FROM       CAR-TEXTO-2.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           MOVE WS-HOJE-DIA                TO         CART-DIA.
           MOVE WS-HOJE-MES                TO         CART-MES.
           MOVE WS-HOJE-ANO                TO         CART-ANO-EMISSAO.
           WRITE REG-CAR                   FROM       CAR-TEXTO-3.
           PERFORM 4790-FS-QUICART THRU 4790-99-FS-QUICART-EXIT.

           ADD  1                          TO         WS-DECL-PAPEL.
      *----------------------------------------------------------------*
       4750-99-IMPRIME-DECLARACAO-EXIT.    EXIT.
      *================================================================*
       4790-FS-QUICART                     SECTION.
      *================================================================*
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO QUICART'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4790-99-FS-QUICART-EXIT.            EXIT.
      *================================================================*
       4800-GRAVA-EXCECAO                  SECTION.
      *================================================================*
           MOVE WS-PAG-TIPO                TO         SEME-TIPO.
           MOVE WS-PAG-CODIGO              TO         SEME-CODIGO.
           MOVE WS-PAG-NOME                TO         SEME-NOME.
           WRITE REG-SEME.

           IF  WS-FS-SEME                  NOT EQUAL  '00'
               MOVE WS-FS-SEME             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO QUISEME'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-DECL-EXCECAO.
      *----------------------------------------------------------------*
       4800-99-GRAVA-EXCECAO-EXIT.         EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN QUIWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELQUI                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELQUI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELQUI-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.

           MOVE 'PAGADORES AVALIADOS....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PAGADORES               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'SEM COBRANCA NO ANO....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-SEM-COBRANCA            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'COM PENDENCIA..........................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PENDENTES               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ANO QUITADO............................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-QUITADOS                TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  DECLARACOES IMPRESSAS................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DECL-PAPEL              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  DECLARACOES POR E-MAIL...............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DECL-EMAIL              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  DECLARACOES EM EXCECAO (QUISEME).....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DECL-EXCECAO            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'TITULOS ESCOLARES SEM RESPONSAVEL......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-TIT-SEM-RESP            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'VALOR EM ABERTO DOS PENDENTES..........:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-VALOR-PENDENTE          TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELQUI  THRU 8000-99-FS-RELQUI-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CADEND  QUICART  QUIDLM  QUISEME  RELQUI.
           MOVE 'F'                        TO         WS-TOK-FUNCAO.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.
           IF  WS-CTO-ABERTO-SIM
               CLOSE CADCTO
           END-IF.

           IF  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-DLM                   NOT EQUAL  '00'
           OR  WS-FS-SEME                  NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ANO DE REFERENCIA     =    ' PARM-ANO-REF.
           DISPLAY '* TITULOS LIDOS TITMST  =    ' WS-LIDOS-TIT.
           DISPLAY '* TITULOS DO ANO        =    ' WS-TITULOS-ANO.
           DISPLAY '* ESCOLA SEM RESPONSAVEL=    ' WS-TIT-SEM-RESP.
           DISPLAY '* SOCIOS LIDOS CADSOC1  =    ' WS-LIDOS-SOC.
           DISPLAY '* ACORDOS LIDOS ACDMST  =    ' WS-LIDOS-ACD.
           DISPLAY '* PAGADORES AVALIADOS   =    ' WS-PAGADORES.
           DISPLAY '* SEM COBRANCA NO ANO   =    ' WS-SEM-COBRANCA.
           DISPLAY '* COM PENDENCIA         =    ' WS-PENDENTES.
           DISPLAY '* ANO QUITADO           =    ' WS-QUITADOS.
           DISPLAY '*   IMPRESSAS (QUICART) =    ' WS-DECL-PAPEL.
           DISPLAY '*   E-MAIL (QUIDLM)     =    ' WS-DECL-EMAIL.
           DISPLAY '*   EXCECOES (QUISEME)  =    ' WS-DECL-EXCECAO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TIT              TO    WS-RC-QTDE-LIDOS
           COMPUTE WS-RC-QTDE-GRAVADOS = WS-DECL-PAPEL + WS-DECL-EMAIL
                                       + WS-DECL-EXCECAO
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB851S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
