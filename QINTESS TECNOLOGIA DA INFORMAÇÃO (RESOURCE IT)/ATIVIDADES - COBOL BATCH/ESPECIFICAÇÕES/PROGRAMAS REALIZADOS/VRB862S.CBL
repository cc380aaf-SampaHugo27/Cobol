       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB862S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ACOMPANHAMENTO DA ENTREGA DOS PREMIOS DO CATALOGO.   *
      * O VRB764S GRAVA O FULFILL PARA O DEPOSITO COM O NUMERO DO      *
      * RESGATE (DATA + SEQUENCIA DO DIA), QUE VAI PARA A              *
      * TRANSPORTADORA E VOLTA NO RASTREAMENTO. RODA DIARIAMENTE       *
      * DEPOIS DO VRB764S (LE O FULFILL E O CATMSTN DELE) E ANTES DO   *
      * VRB823S:                                                       *
      *   1. OS RESGATES DO FULFILL DO DIA ENTRAM NO MASTER DE         *
      *      ENTREGAS ENTMST -> ENTMSTN (CHAVE = NUMERO DO RESGATE)    *
      *      COMO PENDENTES ('P');                                     *
      *   2. O RETORNO DAS TRANSPORTADORAS RASTRO, CLASSIFICADO POR    *
      *      RESGATE E DATA DO EVENTO, ATUALIZA A SITUACAO E AS DATAS  *
      *      DE CADA RESGATE: E = EXPEDIDO, T = ENTREGUE, D =          *
      *      DEVOLVIDO, X = EXTRAVIADO. NOVA EXPEDICAO DEPOIS DE UMA   *
      *      DEVOLUCAO OU EXTRAVIO VOLTA O RESGATE PARA 'E'. EVENTO DE *
      *      RESGATE INEXISTENTE, JA ENTREGUE OU JA ESTORNADO SAI NO   *
      *      RASREJ COM O MOTIVO;                                      *
      *   3. PRAZOS (PARMMST, PARGET31, DOMINIO ENTREGA):              *
      *      - PRZENTRG (PADRAO 30): RESGATE SEM ENTREGA DEPOIS DE N   *
      *        DIAS DA DATA DO RESGATE EH DADO COMO EXTRAVIADO;        *
      *      - PRZOCORR (PADRAO 7): DEVOLVIDO OU EXTRAVIADO HA MAIS DE *
      *        N DIAS SEM NOVA EXPEDICAO;                              *
      *      NOS DOIS CASOS O RESGATE EH ESTORNADO: CREDITO DOS PONTOS *
      *      NO PNTENT (LAYOUT PNTRES, TIPO 'E'), QUE ENTRA            *
      *      CONCATENADO NO PNTEST DO VRB823S PARA O VRB708S CREDITAR, *
      *      E DEVOLUCAO DA QUANTIDADE AO ESTOQUE DO CATMST -> CATMSTN;*
      *   4. O CLIENTE ESTORNADO EH AVISADO PELO CANAL PREFERIDO: POR  *
      *      E-MAIL NO ENTDLM QUANDO O CADCTO (VRB772S) TEM CANAL 'E'  *
      *      E E-MAIL, COM O TOKEN DO COFRE TOKMST NO LUGAR DO CPF;    *
      *      SENAO POR CARTA NO ENTCART, NO ENDERECO DO CADEND E COM O *
      *      NOME DA CONTA (VRB712S). SEM ENDERECO, COM ENDERECO EM    *
      *      BUSCA (VRB834S) OU SEM NOME, O AVISO SAI NO ENTEXC;       *
      *   5. O RELENT LISTA OS ESTORNOS DO DIA E O SLA DE ENTREGA POR  *
      *      TRANSPORTADORA DAS EXPEDICOES DOS ULTIMOS JANSLA DIAS     *
      *      (PADRAO 30): EXPEDIDOS, ENTREGUES, ENTREGUES EM ATE       *
      *      PRZSLA DIAS DA EXPEDICAO (PADRAO 7), MEDIA DE DIAS,       *
      *      DEVOLVIDOS, EXTRAVIADOS E EM TRANSITO.                    *
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

           SELECT RASTRO         ASSIGN TO RASTRO
           FILE STATUS           IS        WS-FS-RAS.
      *----------------------------------------------------------------*
           SELECT RASSORT        ASSIGN TO RASSORT
           FILE STATUS           IS        WS-FS-RSO.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT FULFILL        ASSIGN TO FULFILL
           FILE STATUS           IS        WS-FS-FUL.
      *----------------------------------------------------------------*
           SELECT ENTMST         ASSIGN TO ENTMST
           FILE STATUS           IS        WS-FS-ENT.
      *----------------------------------------------------------------*
           SELECT ENTMSTN        ASSIGN TO ENTMSTN
           FILE STATUS           IS        WS-FS-ENTN.
      *----------------------------------------------------------------*
           SELECT CATMST         ASSIGN TO CATMST
           FILE STATUS           IS        WS-FS-CAT.
      *----------------------------------------------------------------*
           SELECT CATMSTN        ASSIGN TO CATMSTN
           FILE STATUS           IS        WS-FS-CATN.
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
           SELECT PNTENT         ASSIGN TO PNTENT
           FILE STATUS           IS        WS-FS-PNT.
      *----------------------------------------------------------------*
           SELECT ENTDLM         ASSIGN TO ENTDLM
           FILE STATUS           IS        WS-FS-DLM.
      *----------------------------------------------------------------*
           SELECT ENTCART        ASSIGN TO ENTCART
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT ENTEXC         ASSIGN TO ENTEXC
           FILE STATUS           IS        WS-FS-EXC.
      *----------------------------------------------------------------*
           SELECT RASREJ         ASSIGN TO RASREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT RELENT         ASSIGN TO RELENT
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   RETORNO DAS TRANSPORTADORAS: UM EVENTO POR LINHA             *
      *----------------------------------------------------------------*
       FD  RASTRO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RAS.

       01  REG-RAS                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RASSORT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RSO.

       01  REG-RSO.
           05 RSO-LINHA.
              10 RSO-CHAVE.
                 15 RSO-DATA-RESGATE       PIC 9(08).
                 15 RSO-SEQUENCIA          PIC 9(05).
              10 RSO-TRANSPORTADORA        PIC X(08).
              10 RSO-EVENTO                PIC X(01).
                 88 RSO-EVENTO-EXPEDIDO                 VALUE 'E'.
                 88 RSO-EVENTO-ENTREGUE                 VALUE 'T'.
                 88 RSO-EVENTO-DEVOLVIDO                VALUE 'D'.
                 88 RSO-EVENTO-EXTRAVIADO               VALUE 'X'.
              10 RSO-DATA-EVENTO           PIC 9(08).
           05 FILLER                       PIC X(50).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(13).
           05 SW-TRANSPORTADORA            PIC X(08).
           05 SW-EVENTO                    PIC X(01).
           05 SW-DATA-EVENTO               PIC X(08).
           05 FILLER                       PIC X(50).
      *----------------------------------------------------------------*
       FD  FULFILL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FUL.

       01  REG-FUL.
           05 FUL-CPF                      PIC 9(11).
           05 FUL-ITEM                     PIC 9(04).
           05 FUL-DESCRICAO                PIC X(30).
           05 FUL-QTDE                     PIC 9(03).
           05 FUL-PONTOS                   PIC 9(09).
           05 FUL-DATA                     PIC 9(08).
           05 FUL-SEQUENCIA                PIC 9(05).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  ENTMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-ENT.

       01  REG-ENT                         PIC X(120).
      *----------------------------------------------------------------*
       FD  ENTMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-ENTN.

       01  REG-ENTN.
           05 ENTN-CHAVE.
              10 ENTN-DATA-RESGATE         PIC 9(08).
              10 ENTN-SEQUENCIA            PIC 9(05).
           05 ENTN-CPF                     PIC 9(11).
           05 ENTN-ITEM                    PIC 9(04).
           05 ENTN-DESCRICAO               PIC X(30).
           05 ENTN-QTDE                    PIC 9(03).
           05 ENTN-PONTOS                  PIC 9(09).
           05 ENTN-TRANSPORTADORA          PIC X(08).
           05 ENTN-SITUACAO                PIC X(01).
              88 ENTN-SIT-PENDENTE                      VALUE 'P'.
              88 ENTN-SIT-EXPEDIDO                      VALUE 'E'.
              88 ENTN-SIT-ENTREGUE                      VALUE 'T'.
              88 ENTN-SIT-DEVOLVIDO                     VALUE 'D'.
              88 ENTN-SIT-EXTRAVIADO                    VALUE 'X'.
           05 ENTN-DATA-EXPEDICAO          PIC 9(08).
           05 ENTN-DATA-ENTREGA            PIC 9(08).
           05 ENTN-DATA-OCORRENCIA         PIC 9(08).
           05 ENTN-ESTORNO                 PIC X(01).
              88 ENTN-ESTORNADO                         VALUE 'S'.
           05 ENTN-MOTIVO-ESTORNO          PIC X(01).
              88 ENTN-MOT-DEVOLVIDO                     VALUE 'D'.
              88 ENTN-MOT-EXTRAVIADO                    VALUE 'X'.
              88 ENTN-MOT-PRAZO                         VALUE 'P'.
           05 ENTN-DATA-ESTORNO            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  CATMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-CAT.

       01  REG-CAT.
           05 CAT-ITEM                     PIC 9(04).
           05 CAT-DESCRICAO                PIC X(30).
           05 CAT-CUSTO-PONTOS             PIC 9(07).
           05 CAT-ESTOQUE                  PIC 9(05).
           05 CAT-ESTOQUE-MINIMO           PIC 9(05).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  CATMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-CATN.

       01  REG-CATN.
           05 CATN-ITEM                    PIC 9(04).
           05 CATN-DESCRICAO               PIC X(30).
           05 CATN-CUSTO-PONTOS            PIC 9(07).
           05 CATN-ESTOQUE                 PIC 9(05).
           05 CATN-ESTOQUE-MINIMO          PIC 9(05).
           05 FILLER                       PIC X(09).
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
       FD  PNTENT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-PNT.

       01  REG-PNT.
           05 PNT-CPF                      PIC 9(11).
           05 PNT-PONTOS                   PIC 9(09).
           05 PNT-TIPO                     PIC X(01).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  ENTDLM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-DLM.

       01  REG-DLM                         PIC X(150).
      *----------------------------------------------------------------*
       FD  ENTCART
           LABEL       RECORD IS OMITTED.

       01  REG-CAR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  ENTEXC
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-EXC.

       01  REG-EXC.
           05 EXC-CPF                      PIC 9(11).
           05 EXC-DATA-RESGATE             PIC 9(08).
           05 EXC-SEQUENCIA                PIC 9(05).
           05 EXC-PONTOS                   PIC 9(09).
           05 EXC-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(17).
      *----------------------------------------------------------------*
       FD  RASREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-LINHA                    PIC X(30).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(20).
      *----------------------------------------------------------------*
       FD  RELENT
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RAS                       PIC X(02)     VALUE '00'.
       77  WS-FS-RSO                       PIC X(02)     VALUE '00'.
       77  WS-FS-FUL                       PIC X(02)     VALUE '00'.
       77  WS-FS-ENT                       PIC X(02)     VALUE '00'.
       77  WS-FS-ENTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-CAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CATN                      PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTO                       PIC X(02)     VALUE '00'.
       77  WS-FS-PNT                       PIC X(02)     VALUE '00'.
       77  WS-FS-DLM                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-EXC                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-CTO-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-CTO-ABERTO-SIM                          VALUE 'S'.
       77  WS-ENT-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-ENT-ABERTO-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *   ORIGEM DO PROXIMO RESGATE: MASTER ANTERIOR E, ESGOTADO ELE,  *
      *   O FULFILL DO DIA (NUMEROS SEMPRE MAIORES QUE OS DO MASTER)   *
      *----------------------------------------------------------------*
       77  WS-FONTE                        PIC X(01)     VALUE 'M'.
           88 WS-FONTE-MASTER                            VALUE 'M'.
           88 WS-FONTE-FULFILL                           VALUE 'F'.
       77  WS-CHAVE-MST                    PIC X(13)     VALUE SPACES.
       77  WS-CHAVE-ANT                    PIC X(13)     VALUE SPACES.
       77  WS-CHAVE-RAS                    PIC X(13)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                  PARAMETROS E DATAS                            *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R                  REDEFINES  WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
       77  WS-PRAZO-ENTREGA                PIC 9(03)     VALUE 30.
       77  WS-PRAZO-OCORRENCIA             PIC 9(03)     VALUE 7.
       77  WS-PRAZO-SLA                    PIC 9(03)     VALUE 7.
       77  WS-JANELA-SLA                   PIC 9(03)     VALUE 30.
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
       77  WS-PGT-TAMANHO                  PIC 9(02)     VALUE ZEROS.
       77  WS-PGT-NUMERO                   PIC 9(09)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *         DIAS CORRIDOS ENTRE DUAS DATAS (VRB672S)               *
      *----------------------------------------------------------------*
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05 WS-672-DATA-INICIAL          PIC 9(08).
           05 WS-672-DATA-FINAL            PIC 9(08).
           05 WS-672-DIAS                  PIC S9(07)  COMP.
           05 WS-672-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 TABELA DO CATALOGO DE PREMIOS                  *
      *----------------------------------------------------------------*
       77  WS-QTDE-CAT                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CAT                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CAT-ACH                  PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CAT.
           05 WS-CAT-ITEM-OCR              OCCURS 200 TIMES.
              10 WS-CAT-ITEM               PIC 9(04).
              10 WS-CAT-DESCRICAO          PIC X(30).
              10 WS-CAT-CUSTO              PIC 9(07).
              10 WS-CAT-ESTOQUE            PIC 9(05).
              10 WS-CAT-MINIMO             PIC 9(05).
      *----------------------------------------------------------------*
      *        SLA POR TRANSPORTADORA (EXPEDICOES DA JANELA)           *
      *----------------------------------------------------------------*
       77  WS-QTDE-TRA                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TRA                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TRA-ACH                  PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-TRA.
           05 WS-TRA-OCR                   OCCURS 50 TIMES.
              10 WS-TRA-CODIGO             PIC X(08).
              10 WS-TRA-EXPEDIDOS          PIC 9(07).
              10 WS-TRA-ENTREGUES          PIC 9(07).
              10 WS-TRA-NO-PRAZO           PIC 9(07).
              10 WS-TRA-SOMA-DIAS          PIC 9(09).
              10 WS-TRA-DEVOLVIDOS         PIC 9(07).
              10 WS-TRA-EXTRAVIADOS        PIC 9(07).
              10 WS-TRA-TRANSITO           PIC 9(07).
       01  WS-TOT-TRA.
           05 WS-TOT-EXPEDIDOS             PIC 9(07)     VALUE ZEROS.
           05 WS-TOT-ENTREGUES             PIC 9(07)     VALUE ZEROS.
           05 WS-TOT-NO-PRAZO              PIC 9(07)     VALUE ZEROS.
           05 WS-TOT-SOMA-DIAS             PIC 9(09)     VALUE ZEROS.
           05 WS-TOT-DEVOLVIDOS            PIC 9(07)     VALUE ZEROS.
           05 WS-TOT-EXTRAVIADOS           PIC 9(07)     VALUE ZEROS.
           05 WS-TOT-TRANSITO              PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-MOTIVO                       PIC X(30)     VALUE SPACES.
       77  WS-MOTIVO-AVISO                 PIC X(30)     VALUE SPACES.
       77  WS-OBS-ESTOQUE                  PIC X(09)     VALUE SPACES.
       77  WS-EMAIL-CLIENTE                PIC X(50)     VALUE SPACES.
       77  WS-NOME-CLIENTE                 PIC X(30)     VALUE SPACES.
       77  WS-PCT-EDIT                     PIC 9(03)V9   VALUE ZEROS.
       77  WS-MEDIA-EDIT                   PIC 9(03)V9   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-RAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-ENT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FUL                    PIC 9(07)     VALUE ZEROS.
       77  WS-EVENTOS-APLICADOS            PIC 9(07)     VALUE ZEROS.
       77  WS-EVENTOS-REJEITADOS           PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ENTN                PIC 9(07)     VALUE ZEROS.
       77  WS-EXTRAVIO-PRAZO               PIC 9(07)     VALUE ZEROS.
       77  WS-ESTORNOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-PONTOS-ESTORNADOS            PIC 9(11)     VALUE ZEROS.
       77  WS-UNIDADES-ESTOQUE             PIC 9(07)     VALUE ZEROS.
       77  WS-FORA-CATALOGO                PIC 9(07)     VALUE ZEROS.
       77  WS-AVISO-EMAIL                  PIC 9(07)     VALUE ZEROS.
       77  WS-AVISO-CARTA                  PIC 9(07)     VALUE ZEROS.
       77  WS-AVISO-EXCECAO                PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *      TOKEN DO CPF NO AVISO ENTDLM (COFRE TOKMST, TOKGET31)     *
      *----------------------------------------------------------------*
       77  WS-TOKGET                       PIC X(08)   VALUE 'TOKGET31'.
       01  WS-TOK-PARM.
           05 WS-TOK-FUNCAO                PIC X(01)   VALUE 'T'.
           05 WS-TOK-CPF                   PIC 9(11)   VALUE ZEROS.
           05 WS-TOK-TOKEN                 PIC X(12)   VALUE SPACES.
           05 WS-TOK-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *       NOME DO CLIENTE PELO INDICE ALTERNADO (VRB712S)          *
      *----------------------------------------------------------------*
       77  WS-VRB712S                      PIC X(08)   VALUE 'VRB712S'.
       01  WS-712-PARM.
           05  WS-712-CPF                  PIC 9(11).
           05  WS-712-RETORNO              PIC X(01).
           05  WS-712-QTDE-CONTAS          PIC 9(02).
           05  WS-712-CONTA-OCR            OCCURS 10 TIMES.
               10  WS-712-CONTA            PIC 9(10).
               10  WS-712-NOME             PIC X(30).
               10  WS-712-STATUS           PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB862S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB862S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO AVISO ENTCART                        *
      *----------------------------------------------------------------*
       01  CAR-SEPARA.
           05 FILLER                       PIC X(80)  VALUE ALL '='.
      *----------------------------------------------------------------*
       01  CAR-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'AVISO DE ESTORNO DE PONTOS - PREMIO NAO '.
           05 FILLER                       PIC X(40)  VALUE
                          'ENTREGUE                                '.
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
           05 FILLER                       PIC X(19)  VALUE
                          'SEU RESGATE NUMERO '.
           05 CART-DATA-RESGATE            PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '-'.
           05 CART-SEQUENCIA               PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE ' ('.
           05 CART-DESCRICAO               PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(15)  VALUE ')'.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-2.
           05 FILLER                       PIC X(23)  VALUE
                          'NAO PODE SER ENTREGUE: '.
           05 CART-MOTIVO                  PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(27)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-3.
           05 FILLER                       PIC X(03)  VALUE 'OS '.
           05 CART-PONTOS                  PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(38)  VALUE
                          ' PONTOS FORAM DEVOLVIDOS AO SEU SALDO.'.
           05 FILLER                       PIC X(28)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-TEXTO-4.
           05 FILLER                       PIC X(14)  VALUE
                          'EMITIDO EM:   '.
           05 CART-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CART-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CART-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(56)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELENT                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
              'VRB862S - ENTREGA DE PREMIOS DO CATALOGO'.
           05 FILLER                       PIC X(16)  VALUE
              '            EM: '.
           05 CABT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-ESTORNOS.
           05 FILLER                       PIC X(40)  VALUE
              'ESTORNOS DE PREMIOS NAO ENTREGUES       '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COL-ESTORNO.
           05 FILLER                       PIC X(40)  VALUE
              ' RESGATE        CPF          ITEM  QTD  '.
           05 FILLER                       PIC X(40)  VALUE
              '   PONTOS  TRANSP.   MOTIVO     OBS     '.
      *----------------------------------------------------------------*
       01  DET-ESTORNO.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-DATA-RESGATE            PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '-'.
           05 DETE-SEQUENCIA               PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-ITEM                    PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-QTDE                    PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-PONTOS                  PIC ZZZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-TRANSPORTADORA          PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-MOTIVO                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-OBS                     PIC X(09)  VALUE SPACES.
           05 FILLER                       PIC X(08)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-SLA.
           05 FILLER                       PIC X(40)  VALUE
              'SLA DE ENTREGA POR TRANSPORTADORA - EXPE'.
           05 FILLER                       PIC X(19)  VALUE
              'DICOES DOS ULTIMOS '.
           05 CABS-JANELA                  PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(18)  VALUE
              ' DIAS             '.
      *----------------------------------------------------------------*
       01  CAB-SLA-PRAZO.
           05 FILLER                       PIC X(27)  VALUE
              'NO PRAZO = ENTREGUE EM ATE '.
           05 CABP-PRAZO                   PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(50)  VALUE
              ' DIAS DA EXPEDICAO'.
      *----------------------------------------------------------------*
       01  CAB-COL-SLA.
           05 FILLER                       PIC X(40)  VALUE
              'TRANSP.  EXPED. ENTREG. NO PRAZO % PRAZO'.
           05 FILLER                       PIC X(40)  VALUE
              ' MEDIA DIAS DEVOL. EXTRAV. TRANSITO     '.
      *----------------------------------------------------------------*
       01  DET-SLA.
           05 DETS-TRANSPORTADORA          PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-EXPEDIDOS               PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-ENTREGUES               PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-NO-PRAZO                PIC ZZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETS-PCT                     PIC ZZ9,9  VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE SPACES.
           05 DETS-MEDIA                   PIC ZZ9,9  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-DEVOLVIDOS              PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-EXTRAVIADOS             PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-TRANSITO                PIC ZZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-RASTRO
               THRU 0100-99-CLASSIFICA-RASTRO-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-MST      EQUAL HIGH-VALUES
                   AND   WS-CHAVE-RAS      EQUAL HIGH-VALUES.
           PERFORM 5000-REGRAVA-CATALOGO
               THRU 5000-99-REGRAVA-CATALOGO-EXIT.
           PERFORM 6000-IMPRIME-SLA   THRU  6000-99-IMPRIME-SLA-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-RASTRO              SECTION.
      *================================================================*
      * EVENTOS DO MESMO RESGATE EM ORDEM CRONOLOGICA; NA MESMA DATA   *
      * VALE A ORDEM EM QUE A TRANSPORTADORA INFORMOU.                 *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-RASTRO'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-DATA-EVENTO
                WITH DUPLICATES IN ORDER
                USING                      RASTRO
                GIVING                     RASSORT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-RASTRO-EXIT.     EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           PERFORM 1050-PARAMETROS THRU 1050-99-PARAMETROS-EXIT.
           PERFORM 1100-CARREGA-CATALOGO
               THRU 1100-99-CARREGA-CATALOGO-EXIT.

           OPEN  INPUT                     RASSORT.
           IF    WS-FS-RSO                 NOT EQUAL  '00'
                 MOVE WS-FS-RSO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RASSORT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     FULFILL.
           IF    WS-FS-FUL                 NOT EQUAL  '00'
                 MOVE WS-FS-FUL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO FULFILL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    PRIMEIRA RODADA: SEM O MASTER (35) TUDO VEM DO FULFILL
           OPEN  INPUT                     ENTMST.
           IF    WS-FS-ENT                 EQUAL      '00'
                 MOVE 'S'                  TO         WS-ENT-ABERTO
           ELSE
                 IF  WS-FS-ENT             NOT EQUAL  '35'
                     MOVE WS-FS-ENT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER ENTMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'F'                  TO         WS-FONTE
           END-IF.

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

           OPEN  OUTPUT                    ENTMSTN
                                           PNTENT
                                           ENTDLM
                                           ENTCART
                                           ENTEXC
                                           RASREJ
                                           RELENT.
           IF    WS-FS-ENTN                NOT EQUAL  '00'
           OR    WS-FS-PNT                 NOT EQUAL  '00'
           OR    WS-FS-DLM                 NOT EQUAL  '00'
           OR    WS-FS-CAR                 NOT EQUAL  '00'
           OR    WS-FS-EXC                 NOT EQUAL  '00'
           OR    WS-FS-REJ                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-ENTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           WRITE REG-REL                   FROM       CAB-ESTORNOS.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           WRITE REG-REL                   FROM       CAB-COL-ESTORNO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.

           PERFORM 1200-LER-RASSORT  THRU  1200-99-LER-RASSORT-EXIT.
           PERFORM 1300-LER-MESTRE   THRU  1300-99-LER-MESTRE-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-PARAMETROS                     SECTION.
      *================================================================*
      * PRAZOS DO PROGRAMA NO DOMINIO ENTREGA, COM VIGENCIA NA DATA DO *
      * PROCESSAMENTO. SEM LINHA EM VIGOR VALE O PADRAO.               *
      *----------------------------------------------------------------*
           MOVE '1050-PARAMETROS'          TO         WS-CODIGO-AREA.

           MOVE 'PRZENTRG'                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-PRAZO-ENTREGA
           END-IF.

           MOVE 'PRZOCORR'                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO       WS-PRAZO-OCORRENCIA
           END-IF.

           MOVE 'PRZSLA  '                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-PRAZO-SLA
           END-IF.

           MOVE 'JANSLA  '                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-JANELA-SLA
           END-IF.
      *----------------------------------------------------------------*
       1050-99-PARAMETROS-EXIT.            EXIT.
      *================================================================*
       1060-LE-PARAMETRO                   SECTION.
      *================================================================*
      * LE A CHAVE WS-PGT-CHAVE; O VALOR VEM NAS PRIMEIRAS             *
      * WS-PGT-TAMANHO POSICOES, NUMERICO COM ZEROS A ESQUERDA.        *
      *----------------------------------------------------------------*
           MOVE 'ENTREGA '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:WS-PGT-TAMANHO) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARAMETRO DO DOMINIO ENTREGA INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:WS-PGT-TAMANHO)
                                           TO         WS-PGT-NUMERO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1060-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1100-CARREGA-CATALOGO               SECTION.
      *================================================================*
           MOVE '1100-CARREGA-CATALOGO'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CATMST.
           IF    WS-FS-CAT                 NOT EQUAL  '00'
                 MOVE WS-FS-CAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CATALOGO CATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1110-LE-ITEM THRU 1110-99-LE-ITEM-EXIT
                   UNTIL WS-FS-CAT         EQUAL      '10'.

           CLOSE CATMST.
      *----------------------------------------------------------------*
       1100-99-CARREGA-CATALOGO-EXIT.      EXIT.
      *================================================================*
       1110-LE-ITEM                        SECTION.
      *================================================================*
           READ  CATMST.

           IF  WS-FS-CAT  NOT EQUAL '00'
           AND WS-FS-CAT  NOT EQUAL '10'
               MOVE WS-FS-CAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO CATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CAT                   EQUAL      '00'
               IF  WS-QTDE-CAT             EQUAL      200
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'CATALOGO CATMST MAIOR QUE 200 ITENS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-CAT
               MOVE CAT-ITEM        TO  WS-CAT-ITEM      (WS-QTDE-CAT)
               MOVE CAT-DESCRICAO   TO  WS-CAT-DESCRICAO (WS-QTDE-CAT)
               MOVE CAT-CUSTO-PONTOS
                                    TO  WS-CAT-CUSTO     (WS-QTDE-CAT)
               MOVE CAT-ESTOQUE     TO  WS-CAT-ESTOQUE   (WS-QTDE-CAT)
               MOVE CAT-ESTOQUE-MINIMO
                                    TO  WS-CAT-MINIMO    (WS-QTDE-CAT)
           END-IF.
      *----------------------------------------------------------------*
       1110-99-LE-ITEM-EXIT.               EXIT.
      *================================================================*
       1200-LER-RASSORT                    SECTION.
      *================================================================*
           MOVE '1200-LER-RASSORT'         TO         WS-CODIGO-AREA.

           READ RASSORT.

           IF  WS-FS-RSO   NOT EQUAL '00'
           AND WS-FS-RSO   NOT EQUAL '10'
               MOVE WS-FS-RSO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO RASSORT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-RSO                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-RAS
           ELSE
               MOVE RSO-CHAVE              TO         WS-CHAVE-RAS
               ADD  1                      TO         WS-LIDOS-RAS
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-RASSORT-EXIT.           EXIT.
      *================================================================*
       1300-LER-MESTRE                     SECTION.
      *================================================================*
      * O RESGATE CORRENTE FICA NA AREA DO REG-ENTN ATE SER GRAVADO.   *
      * ESGOTADO O MASTER ANTERIOR, OS RESGATES DO DIA VEM DO FULFILL. *
      *----------------------------------------------------------------*
           MOVE '1300-LER-MESTRE'          TO         WS-CODIGO-AREA.

           IF  WS-FONTE-FULFILL
               PERFORM 1350-LER-FULFILL THRU 1350-99-LER-FULFILL-EXIT
               GO TO 1300-80-CONFERE-ORDEM
           END-IF.

           READ ENTMST.

           IF  WS-FS-ENT   NOT EQUAL '00'
           AND WS-FS-ENT   NOT EQUAL '10'
               MOVE WS-FS-ENT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER ENTMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ENT                   EQUAL      '10'
               MOVE 'F'                    TO         WS-FONTE
               PERFORM 1350-LER-FULFILL THRU 1350-99-LER-FULFILL-EXIT
               GO TO 1300-80-CONFERE-ORDEM
           END-IF.

           MOVE REG-ENT                    TO         REG-ENTN.
           MOVE ENTN-CHAVE                 TO         WS-CHAVE-MST.
           ADD  1                          TO         WS-LIDOS-ENT.

       1300-80-CONFERE-ORDEM.
           IF  WS-CHAVE-MST                EQUAL      HIGH-VALUES
               GO TO 1300-99-LER-MESTRE-EXIT
           END-IF.
           IF  WS-CHAVE-MST            NOT GREATER    WS-CHAVE-ANT
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'RESGATE FORA DE ORDEM OU REPETIDO ENTMST/FULFILL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-CHAVE-MST               TO         WS-CHAVE-ANT.
      *----------------------------------------------------------------*
       1300-99-LER-MESTRE-EXIT.            EXIT.
      *================================================================*
       1350-LER-FULFILL                    SECTION.
      *================================================================*
           READ FULFILL.

           IF  WS-FS-FUL   NOT EQUAL '00'
           AND WS-FS-FUL   NOT EQUAL '10'
               MOVE WS-FS-FUL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO FULFILL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FUL                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MST
               GO TO 1350-99-LER-FULFILL-EXIT
           END-IF.

           IF  FUL-SEQUENCIA               NOT NUMERIC
           OR  FUL-SEQUENCIA               EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'FULFILL SEM NUMERO DE RESGATE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-ENTN.
           MOVE FUL-DATA                   TO         ENTN-DATA-RESGATE.
           MOVE FUL-SEQUENCIA              TO         ENTN-SEQUENCIA.
           MOVE FUL-CPF                    TO         ENTN-CPF.
           MOVE FUL-ITEM                   TO         ENTN-ITEM.
           MOVE FUL-DESCRICAO              TO         ENTN-DESCRICAO.
           MOVE FUL-QTDE                   TO         ENTN-QTDE.
           MOVE FUL-PONTOS                 TO         ENTN-PONTOS.
           MOVE 'P'                        TO         ENTN-SITUACAO.
           MOVE 'N'                        TO         ENTN-ESTORNO.
           MOVE ZEROS                      TO    ENTN-DATA-EXPEDICAO
                                                 ENTN-DATA-ENTREGA
                                                 ENTN-DATA-OCORRENCIA
                                                 ENTN-DATA-ESTORNO.
           MOVE ENTN-CHAVE                 TO         WS-CHAVE-MST.
           ADD  1                          TO         WS-LIDOS-FUL.
      *----------------------------------------------------------------*
       1350-99-LER-FULFILL-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE RESGATE X RASTREAMENTO: EVENTO SEM RESGATE EH     *
      * REJEITADO; EVENTO DO RESGATE CORRENTE EH APLICADO; RESGATE SEM *
      * MAIS EVENTOS EH FECHADO (PRAZOS, SLA) E GRAVADO NO ENTMSTN.    *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  WS-CHAVE-RAS                LESS       WS-CHAVE-MST
               MOVE 'RESGATE NAO ENCONTRADO NO ENTMST'
                                           TO         WS-MOTIVO
               PERFORM 2400-REJEITA-RASTRO
                   THRU 2400-99-REJEITA-RASTRO-EXIT
               PERFORM 1200-LER-RASSORT THRU 1200-99-LER-RASSORT-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           IF  WS-CHAVE-RAS                EQUAL      WS-CHAVE-MST
               PERFORM 2300-APLICA-EVENTO
                   THRU 2300-99-APLICA-EVENTO-EXIT
               PERFORM 1200-LER-RASSORT THRU 1200-99-LER-RASSORT-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           PERFORM 2500-FECHA-RESGATE THRU 2500-99-FECHA-RESGATE-EXIT.
           PERFORM 1300-LER-MESTRE    THRU 1300-99-LER-MESTRE-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2300-APLICA-EVENTO                  SECTION.
      *================================================================*
           MOVE '2300-APLICA-EVENTO'       TO         WS-CODIGO-AREA.
           MOVE SPACES                     TO         WS-MOTIVO.

           IF  NOT RSO-EVENTO-EXPEDIDO
           AND NOT RSO-EVENTO-ENTREGUE
           AND NOT RSO-EVENTO-DEVOLVIDO
           AND NOT RSO-EVENTO-EXTRAVIADO
               MOVE 'EVENTO INVALIDO'      TO         WS-MOTIVO
               GO TO 2300-80-REJEITA
           END-IF.

           IF  RSO-DATA-EVENTO             NOT NUMERIC
           OR  RSO-DATA-EVENTO             LESS       ENTN-DATA-RESGATE
           OR  RSO-DATA-EVENTO             GREATER    WS-DATA-HOJE
               MOVE 'DATA DO EVENTO INVALIDA'
                                           TO         WS-MOTIVO
               GO TO 2300-80-REJEITA
           END-IF.

           IF  ENTN-ESTORNADO
               MOVE 'RESGATE JA ESTORNADO' TO         WS-MOTIVO
               GO TO 2300-80-REJEITA
           END-IF.

           IF  ENTN-SIT-ENTREGUE
               MOVE 'RESGATE JA ENTREGUE'  TO         WS-MOTIVO
               GO TO 2300-80-REJEITA
           END-IF.

           IF  RSO-TRANSPORTADORA          EQUAL      SPACES
           AND ENTN-TRANSPORTADORA         EQUAL      SPACES
               MOVE 'TRANSPORTADORA NAO INFORMADA'
                                           TO         WS-MOTIVO
               GO TO 2300-80-REJEITA
           END-IF.

           IF  RSO-TRANSPORTADORA          NOT EQUAL  SPACES
               MOVE RSO-TRANSPORTADORA     TO    ENTN-TRANSPORTADORA
           END-IF.

           EVALUATE TRUE
               WHEN RSO-EVENTO-EXPEDIDO
                   MOVE 'E'                TO         ENTN-SITUACAO
                   MOVE RSO-DATA-EVENTO    TO    ENTN-DATA-EXPEDICAO
                   MOVE ZEROS              TO    ENTN-DATA-OCORRENCIA
               WHEN RSO-EVENTO-ENTREGUE
                   MOVE 'T'                TO         ENTN-SITUACAO
                   MOVE RSO-DATA-EVENTO    TO    ENTN-DATA-ENTREGA
                   IF  ENTN-DATA-EXPEDICAO EQUAL      ZEROS
                       MOVE RSO-DATA-EVENTO
                                           TO    ENTN-DATA-EXPEDICAO
                   END-IF
               WHEN OTHER
                   MOVE RSO-EVENTO         TO         ENTN-SITUACAO
                   MOVE RSO-DATA-EVENTO    TO    ENTN-DATA-OCORRENCIA
                   IF  ENTN-DATA-EXPEDICAO EQUAL      ZEROS
                       MOVE RSO-DATA-EVENTO
                                           TO    ENTN-DATA-EXPEDICAO
                   END-IF
           END-EVALUATE.

           ADD  1                          TO    WS-EVENTOS-APLICADOS.
           GO TO 2300-99-APLICA-EVENTO-EXIT.

       2300-80-REJEITA.
           PERFORM 2400-REJEITA-RASTRO THRU 2400-99-REJEITA-RASTRO-EXIT.
      *----------------------------------------------------------------*
       2300-99-APLICA-EVENTO-EXIT.         EXIT.
      *================================================================*
       2400-REJEITA-RASTRO                 SECTION.
      *================================================================*
           MOVE '2400-REJEITA-RASTRO'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE RSO-LINHA                  TO         REJ-LINHA.
           MOVE WS-MOTIVO                  TO         REJ-MOTIVO.
           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO RASREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO    WS-EVENTOS-REJEITADOS.
      *----------------------------------------------------------------*
       2400-99-REJEITA-RASTRO-EXIT.        EXIT.
      *================================================================*
       2500-FECHA-RESGATE                  SECTION.
      *================================================================*
      * PENDENTE OU EXPEDIDO HA MAIS DE PRZENTRG DIAS DO RESGATE VIRA  *
      * EXTRAVIADO E EH ESTORNADO NA HORA; DEVOLVIDO OU EXTRAVIADO HA  *
      * MAIS DE PRZOCORR DIAS SEM NOVA EXPEDICAO EH ESTORNADO.         *
      *----------------------------------------------------------------*
           MOVE '2500-FECHA-RESGATE'       TO         WS-CODIGO-AREA.

           IF  ENTN-ESTORNADO
           OR  ENTN-SIT-ENTREGUE
               GO TO 2500-80-GRAVA
           END-IF.

           IF  ENTN-SIT-PENDENTE
           OR  ENTN-SIT-EXPEDIDO
               MOVE ENTN-DATA-RESGATE      TO    WS-672-DATA-INICIAL
               PERFORM 2550-DIAS-ATE-HOJE
                   THRU 2550-99-DIAS-ATE-HOJE-EXIT
               IF  WS-672-DIAS             GREATER    WS-PRAZO-ENTREGA
                   MOVE 'X'                TO         ENTN-SITUACAO
                   MOVE WS-DATA-HOJE       TO    ENTN-DATA-OCORRENCIA
                   MOVE 'P'                TO    ENTN-MOTIVO-ESTORNO
                   ADD  1                  TO    WS-EXTRAVIO-PRAZO
                   PERFORM 2600-ESTORNA THRU 2600-99-ESTORNA-EXIT
               END-IF
               GO TO 2500-80-GRAVA
           END-IF.

           MOVE ENTN-DATA-OCORRENCIA       TO    WS-672-DATA-INICIAL.
           PERFORM 2550-DIAS-ATE-HOJE THRU 2550-99-DIAS-ATE-HOJE-EXIT.
           IF  WS-672-DIAS                 GREATER  WS-PRAZO-OCORRENCIA
               MOVE ENTN-SITUACAO          TO    ENTN-MOTIVO-ESTORNO
               PERFORM 2600-ESTORNA THRU 2600-99-ESTORNA-EXIT
           END-IF.

       2500-80-GRAVA.
           PERFORM 2700-ACUMULA-SLA THRU 2700-99-ACUMULA-SLA-EXIT.

           WRITE REG-ENTN.
           IF  WS-FS-ENTN                  NOT EQUAL  '00'
               MOVE WS-FS-ENTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER ENTMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-ENTN.
      *----------------------------------------------------------------*
       2500-99-FECHA-RESGATE-EXIT.         EXIT.
      *================================================================*
       2550-DIAS-ATE-HOJE                  SECTION.
      *================================================================*
      * DIAS CORRIDOS DE WS-672-DATA-INICIAL ATE HOJE.                 *
      *----------------------------------------------------------------*
           MOVE WS-DATA-HOJE               TO         WS-672-DATA-FINAL.
           PERFORM 2560-CALCULA-DIAS THRU 2560-99-CALCULA-DIAS-EXIT.
      *----------------------------------------------------------------*
       2550-99-DIAS-ATE-HOJE-EXIT.         EXIT.
      *================================================================*
       2560-CALCULA-DIAS                   SECTION.
      *================================================================*
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA INVALIDA NO MASTER ENTMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2560-99-CALCULA-DIAS-EXIT.          EXIT.
      *================================================================*
       2600-ESTORNA                        SECTION.
      *================================================================*
      * CREDITO DOS PONTOS NO PNTENT, DEVOLUCAO AO ESTOQUE, LINHA NO   *
      * RELENT E AVISO AO CLIENTE.                                     *
      *----------------------------------------------------------------*
           MOVE '2600-ESTORNA'             TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-PNT.
           MOVE ENTN-CPF                   TO         PNT-CPF.
           MOVE ENTN-PONTOS                TO         PNT-PONTOS.
           MOVE 'E'                        TO         PNT-TIPO.
           WRITE REG-PNT.
           IF  WS-FS-PNT                   NOT EQUAL  '00'
               MOVE WS-FS-PNT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PNTENT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE 'S'                        TO         ENTN-ESTORNO.
           MOVE WS-DATA-HOJE               TO         ENTN-DATA-ESTORNO.
           ADD  1                          TO         WS-ESTORNOS.
           ADD  ENTN-PONTOS                TO    WS-PONTOS-ESTORNADOS.

           MOVE ZEROS                      TO         WS-IND-CAT-ACH.
           PERFORM 2650-PROCURA-ITEM THRU 2650-99-PROCURA-ITEM-EXIT
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER WS-QTDE-CAT.

           IF  WS-IND-CAT-ACH              EQUAL      ZEROS
               MOVE 'FORA CAT.'            TO         WS-OBS-ESTOQUE
               ADD  1                      TO         WS-FORA-CATALOGO
           ELSE
               MOVE SPACES                 TO         WS-OBS-ESTOQUE
               ADD  ENTN-QTDE     TO  WS-CAT-ESTOQUE (WS-IND-CAT-ACH)
               ADD  ENTN-QTDE              TO    WS-UNIDADES-ESTOQUE
           END-IF.

           EVALUATE TRUE
               WHEN ENTN-MOT-DEVOLVIDO
                   MOVE 'DEVOLVIDO'        TO         DETE-MOTIVO
                   MOVE 'DEVOLVIDO PELA TRANSPORTADORA.'
                                           TO         WS-MOTIVO-AVISO
               WHEN ENTN-MOT-EXTRAVIADO
                   MOVE 'EXTRAVIADO'       TO         DETE-MOTIVO
                   MOVE 'EXTRAVIADO NO TRANSPORTE.'
                                           TO         WS-MOTIVO-AVISO
               WHEN OTHER
                   MOVE 'PRAZO VENC'       TO         DETE-MOTIVO
                   MOVE 'PRAZO DE ENTREGA ESGOTADO.'
                                           TO         WS-MOTIVO-AVISO
           END-EVALUATE.

           MOVE ENTN-DATA-RESGATE          TO         DETE-DATA-RESGATE.
           MOVE ENTN-SEQUENCIA             TO         DETE-SEQUENCIA.
           MOVE ENTN-CPF                   TO         DETE-CPF.
           MOVE ENTN-ITEM                  TO         DETE-ITEM.
           MOVE ENTN-QTDE                  TO         DETE-QTDE.
           MOVE ENTN-PONTOS                TO         DETE-PONTOS.
           MOVE ENTN-TRANSPORTADORA        TO    DETE-TRANSPORTADORA.
           MOVE WS-OBS-ESTOQUE             TO         DETE-OBS.
           WRITE REG-REL                   FROM       DET-ESTORNO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.

           PERFORM 2800-AVISA-CLIENTE THRU 2800-99-AVISA-CLIENTE-EXIT.
      *----------------------------------------------------------------*
       2600-99-ESTORNA-EXIT.               EXIT.
      *================================================================*
       2650-PROCURA-ITEM                   SECTION.
      *================================================================*
           IF  WS-CAT-ITEM (WS-IND-CAT)    EQUAL      ENTN-ITEM
               MOVE WS-IND-CAT             TO         WS-IND-CAT-ACH
           END-IF.
      *----------------------------------------------------------------*
       2650-99-PROCURA-ITEM-EXIT.          EXIT.
      *================================================================*
       2700-ACUMULA-SLA                    SECTION.
      *================================================================*
      * SO ENTRAM NO SLA OS RESGATES EXPEDIDOS DENTRO DA JANELA.       *
      *----------------------------------------------------------------*
           MOVE '2700-ACUMULA-SLA'         TO         WS-CODIGO-AREA.

           IF  ENTN-TRANSPORTADORA         EQUAL      SPACES
           OR  ENTN-DATA-EXPEDICAO         EQUAL      ZEROS
               GO TO 2700-99-ACUMULA-SLA-EXIT
           END-IF.

           MOVE ENTN-DATA-EXPEDICAO        TO    WS-672-DATA-INICIAL.
           PERFORM 2550-DIAS-ATE-HOJE THRU 2550-99-DIAS-ATE-HOJE-EXIT.
           IF  WS-672-DIAS                 GREATER    WS-JANELA-SLA
               GO TO 2700-99-ACUMULA-SLA-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-IND-TRA-ACH.
           PERFORM 2750-PROCURA-TRANSP THRU 2750-99-PROCURA-TRANSP-EXIT
                   VARYING WS-IND-TRA FROM 1 BY 1
                   UNTIL WS-IND-TRA GREATER WS-QTDE-TRA.

           IF  WS-IND-TRA-ACH              EQUAL      ZEROS
               IF  WS-QTDE-TRA             EQUAL      50
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 50 TRANSPORTADORAS NA JANELA DO SLA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-TRA
               MOVE WS-QTDE-TRA            TO         WS-IND-TRA-ACH
               MOVE ENTN-TRANSPORTADORA
                                 TO  WS-TRA-CODIGO (WS-IND-TRA-ACH)
               MOVE ZEROS        TO  WS-TRA-EXPEDIDOS (WS-IND-TRA-ACH)
                                     WS-TRA-ENTREGUES (WS-IND-TRA-ACH)
                                     WS-TRA-NO-PRAZO  (WS-IND-TRA-ACH)
                                     WS-TRA-SOMA-DIAS (WS-IND-TRA-ACH)
                                     WS-TRA-DEVOLVIDOS (WS-IND-TRA-ACH)
                                    WS-TRA-EXTRAVIADOS (WS-IND-TRA-ACH)
                                     WS-TRA-TRANSITO  (WS-IND-TRA-ACH)
           END-IF.

           ADD  1                TO  WS-TRA-EXPEDIDOS (WS-IND-TRA-ACH).

           EVALUATE TRUE
               WHEN ENTN-SIT-ENTREGUE
                   ADD  1        TO  WS-TRA-ENTREGUES (WS-IND-TRA-ACH)
                   MOVE ENTN-DATA-EXPEDICAO TO   WS-672-DATA-INICIAL
                   MOVE ENTN-DATA-ENTREGA   TO   WS-672-DATA-FINAL
                   PERFORM 2560-CALCULA-DIAS
                       THRU 2560-99-CALCULA-DIAS-EXIT
                   ADD  WS-672-DIAS
                                 TO  WS-TRA-SOMA-DIAS (WS-IND-TRA-ACH)
                   IF  WS-672-DIAS     NOT GREATER    WS-PRAZO-SLA
                       ADD  1    TO  WS-TRA-NO-PRAZO  (WS-IND-TRA-ACH)
                   END-IF
               WHEN ENTN-SIT-DEVOLVIDO
                   ADD  1        TO  WS-TRA-DEVOLVIDOS (WS-IND-TRA-ACH)
               WHEN ENTN-SIT-EXTRAVIADO
                   ADD  1       TO  WS-TRA-EXTRAVIADOS (WS-IND-TRA-ACH)
               WHEN OTHER
                   ADD  1        TO  WS-TRA-TRANSITO  (WS-IND-TRA-ACH)
           END-EVALUATE.
      *----------------------------------------------------------------*
       2700-99-ACUMULA-SLA-EXIT.           EXIT.
      *================================================================*
       2750-PROCURA-TRANSP                 SECTION.
      *================================================================*
           IF  WS-TRA-CODIGO (WS-IND-TRA)  EQUAL  ENTN-TRANSPORTADORA
               MOVE WS-IND-TRA             TO         WS-IND-TRA-ACH
           END-IF.
      *----------------------------------------------------------------*
       2750-99-PROCURA-TRANSP-EXIT.        EXIT.
      *================================================================*
       2800-AVISA-CLIENTE                  SECTION.
      *================================================================*
      * E-MAIL PARA CANAL 'E' COM E-MAIL NO CADCTO; SENAO CARTA PARA O *
      * ENDERECO DO CADEND QUE NAO ESTEJA EM BUSCA, COM O NOME DA      *
      * CONTA. SEM ENDERECO OU SEM NOME O AVISO VAI PARA O ENTEXC.     *
      *----------------------------------------------------------------*
           MOVE '2800-AVISA-CLIENTE'       TO         WS-CODIGO-AREA.

           IF  NOT WS-CTO-ABERTO-SIM
               GO TO 2800-50-PAPEL
           END-IF.

           MOVE ENTN-CPF                   TO         CTO-CPF.
           READ CADCTO.
           IF  WS-FS-CTO                   NOT EQUAL  '00'
           AND WS-FS-CTO                   NOT EQUAL  '23'
               MOVE WS-FS-CTO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTO                   EQUAL      '00'
           AND CTO-CANAL-EMAIL
           AND CTO-EMAIL                   NOT EQUAL  SPACES
               MOVE CTO-EMAIL              TO         WS-EMAIL-CLIENTE
               PERFORM 2850-GRAVA-EMAIL THRU 2850-99-GRAVA-EMAIL-EXIT
               GO TO 2800-99-AVISA-CLIENTE-EXIT
           END-IF.
           MOVE '00'                       TO         WS-FS-CTO.

       2800-50-PAPEL.
           MOVE ENTN-CPF                   TO         END-CPF.
           READ CADEND.
           IF  WS-FS-END                   EQUAL      '23'
               MOVE 'CLIENTE SEM ENDERECO NO CADEND'
                                           TO         WS-MOTIVO
               PERFORM 2950-GRAVA-EXCECAO
                   THRU 2950-99-GRAVA-EXCECAO-EXIT
               GO TO 2800-99-AVISA-CLIENTE-EXIT
           END-IF.
           IF  WS-FS-END                   NOT EQUAL  '00'
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  END-SIT-EM-BUSCA
           OR  END-LOGRADOURO              EQUAL      SPACES
               MOVE 'ENDERECO DO CLIENTE EM BUSCA'
                                           TO         WS-MOTIVO
               PERFORM 2950-GRAVA-EXCECAO
                   THRU 2950-99-GRAVA-EXCECAO-EXIT
               GO TO 2800-99-AVISA-CLIENTE-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-NOME-CLIENTE.
           MOVE ENTN-CPF                   TO         WS-712-CPF.
           CALL WS-VRB712S                 USING      WS-712-PARM.
           IF  WS-712-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NA CONSULTA DO INDICE ALTERNADO VRB712S'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-712-QTDE-CONTAS          GREATER    ZEROS
               MOVE WS-712-NOME (1)        TO         WS-NOME-CLIENTE
           END-IF.
           IF  WS-NOME-CLIENTE             EQUAL      SPACES
               MOVE 'CLIENTE SEM CONTA PARA O NOME'
                                           TO         WS-MOTIVO
               PERFORM 2950-GRAVA-EXCECAO
                   THRU 2950-99-GRAVA-EXCECAO-EXIT
               GO TO 2800-99-AVISA-CLIENTE-EXIT
           END-IF.

           PERFORM 2900-IMPRIME-CARTA THRU 2900-99-IMPRIME-CARTA-EXIT.
      *----------------------------------------------------------------*
       2800-99-AVISA-CLIENTE-EXIT.         EXIT.
      *================================================================*
       2850-GRAVA-EMAIL                    SECTION.
      *================================================================*
      * LINHA DO FORNECEDOR DE E-MAIL, COM O TOKEN DO COFRE TOKMST NO  *
      * LUGAR DO CPF:                                                  *
      *   N;TOKEN;DATA;SEQUENCIA;DESCRICAO;PONTOS;MOTIVO;E-MAIL        *
      *   (MOTIVO: D=DEVOLVIDO/X=EXTRAVIADO/P=PRAZO ESGOTADO)          *
      *----------------------------------------------------------------*
           MOVE '2850-GRAVA-EMAIL'         TO         WS-CODIGO-AREA.

           MOVE 'T'                        TO         WS-TOK-FUNCAO.
           MOVE ENTN-CPF                   TO         WS-TOK-CPF.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.
           IF  WS-TOK-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO COFRE DE TOKENS TOKMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-DLM.
           STRING 'N;' WS-TOK-TOKEN ';' ENTN-DATA-RESGATE ';'
                  ENTN-SEQUENCIA ';' ENTN-DESCRICAO ';'
                  ENTN-PONTOS ';' ENTN-MOTIVO-ESTORNO ';'
                  WS-EMAIL-CLIENTE
                  DELIMITED BY SIZE INTO REG-DLM.
           WRITE REG-DLM.
           IF  WS-FS-DLM                   NOT EQUAL  '00'
               MOVE WS-FS-DLM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR AVISO ENTDLM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-AVISO-EMAIL.
      *----------------------------------------------------------------*
       2850-99-GRAVA-EMAIL-EXIT.           EXIT.
      *================================================================*
       2900-IMPRIME-CARTA                  SECTION.
      *================================================================*
           MOVE '2900-IMPRIME-CARTA'       TO         WS-CODIGO-AREA.

           WRITE REG-CAR                   FROM       CAR-SEPARA.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           WRITE REG-CAR                   FROM       CAR-TITULO.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE WS-NOME-CLIENTE            TO         CARD-NOME.
           WRITE REG-CAR                   FROM       CAR-DESTINO.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE END-LOGRADOURO             TO         CARE-LOGRADOURO.
           MOVE END-NUMERO                 TO         CARE-NUMERO.
           WRITE REG-CAR                   FROM       CAR-ENDER-1.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE END-CIDADE                 TO         CARE-CIDADE.
           MOVE END-UF                     TO         CARE-UF.
           MOVE END-CEP                    TO         CARE-CEP.
           WRITE REG-CAR                   FROM       CAR-ENDER-2.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE ENTN-DATA-RESGATE          TO         CART-DATA-RESGATE.
           MOVE ENTN-SEQUENCIA             TO         CART-SEQUENCIA.
           MOVE ENTN-DESCRICAO             TO         CART-DESCRICAO.
           WRITE REG-CAR                   FROM       CAR-TEXTO-1.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE WS-MOTIVO-AVISO            TO         CART-MOTIVO.
           WRITE REG-CAR                   FROM       CAR-TEXTO-2.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE ENTN-PONTOS                TO         CART-PONTOS.
           WRITE REG-CAR                   FROM       CAR-TEXTO-3.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           MOVE WS-HOJE-DIA                TO         CART-DIA.
           MOVE WS-HOJE-MES                TO         CART-MES.
           MOVE WS-HOJE-ANO                TO         CART-ANO.
           WRITE REG-CAR                   FROM       CAR-TEXTO-4.
           PERFORM 2990-FS-ENTCART THRU 2990-99-FS-ENTCART-EXIT.

           ADD  1                          TO         WS-AVISO-CARTA.
      *----------------------------------------------------------------*
       2900-99-IMPRIME-CARTA-EXIT.         EXIT.
      *================================================================*
       2950-GRAVA-EXCECAO                  SECTION.
      *================================================================*
           MOVE '2950-GRAVA-EXCECAO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-EXC.
           MOVE ENTN-CPF                   TO         EXC-CPF.
           MOVE ENTN-DATA-RESGATE          TO         EXC-DATA-RESGATE.
           MOVE ENTN-SEQUENCIA             TO         EXC-SEQUENCIA.
           MOVE ENTN-PONTOS                TO         EXC-PONTOS.
           MOVE WS-MOTIVO                  TO         EXC-MOTIVO.
           WRITE REG-EXC.
           IF  WS-FS-EXC                   NOT EQUAL  '00'
               MOVE WS-FS-EXC              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO ENTEXC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-AVISO-EXCECAO.
      *----------------------------------------------------------------*
       2950-99-GRAVA-EXCECAO-EXIT.         EXIT.
      *================================================================*
       2990-FS-ENTCART                     SECTION.
      *================================================================*
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR AVISO ENTCART'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2990-99-FS-ENTCART-EXIT.            EXIT.
      *================================================================*
       3000-FS-RELENT                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELENT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       3000-99-FS-RELENT-EXIT.             EXIT.
      *================================================================*
       5000-REGRAVA-CATALOGO               SECTION.
      *================================================================*
      * REGRAVA O CATALOGO COM AS DEVOLUCOES DE ESTOQUE DO DIA.        *
      *----------------------------------------------------------------*
           MOVE '5000-REGRAVA-CATALOGO'    TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    CATMSTN.
           IF    WS-FS-CATN                NOT EQUAL  '00'
                 MOVE WS-FS-CATN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CATALOGO NOVO CATMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 5100-GRAVA-ITEM THRU 5100-99-GRAVA-ITEM-EXIT
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT GREATER WS-QTDE-CAT.

           CLOSE CATMSTN.
      *----------------------------------------------------------------*
       5000-99-REGRAVA-CATALOGO-EXIT.      EXIT.
      *================================================================*
       5100-GRAVA-ITEM                     SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-CATN.
           MOVE WS-CAT-ITEM      (WS-IND-CAT) TO      CATN-ITEM.
           MOVE WS-CAT-DESCRICAO (WS-IND-CAT) TO      CATN-DESCRICAO.
           MOVE WS-CAT-CUSTO     (WS-IND-CAT) TO      CATN-CUSTO-PONTOS.
           MOVE WS-CAT-ESTOQUE   (WS-IND-CAT) TO      CATN-ESTOQUE.
           MOVE WS-CAT-MINIMO    (WS-IND-CAT) TO
                CATN-ESTOQUE-MINIMO.
           WRITE REG-CATN.

           IF  WS-FS-CATN                  NOT EQUAL  '00'
               MOVE WS-FS-CATN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CATALOGO NOVO CATMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       5100-99-GRAVA-ITEM-EXIT.            EXIT.
      *================================================================*
       6000-IMPRIME-SLA                    SECTION.
      *================================================================*
      * UMA LINHA POR TRANSPORTADORA E A LINHA DE TOTAL.               *
      *----------------------------------------------------------------*
           MOVE '6000-IMPRIME-SLA'         TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           MOVE WS-JANELA-SLA              TO         CABS-JANELA.
           WRITE REG-REL                   FROM       CAB-SLA.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           MOVE WS-PRAZO-SLA               TO         CABP-PRAZO.
           WRITE REG-REL                   FROM       CAB-SLA-PRAZO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
           WRITE REG-REL                   FROM       CAB-COL-SLA.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.

           PERFORM 6100-LINHA-TRANSP THRU 6100-99-LINHA-TRANSP-EXIT
                   VARYING WS-IND-TRA FROM 1 BY 1
                   UNTIL WS-IND-TRA GREATER WS-QTDE-TRA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.

           MOVE 'TOTAL'                    TO    DETS-TRANSPORTADORA.
           MOVE WS-TOT-EXPEDIDOS           TO    DETS-EXPEDIDOS.
           MOVE WS-TOT-ENTREGUES           TO    DETS-ENTREGUES.
           MOVE WS-TOT-NO-PRAZO            TO    DETS-NO-PRAZO.
           MOVE WS-TOT-DEVOLVIDOS          TO    DETS-DEVOLVIDOS.
           MOVE WS-TOT-EXTRAVIADOS         TO    DETS-EXTRAVIADOS.
           MOVE WS-TOT-TRANSITO            TO    DETS-TRANSITO.
           MOVE ZEROS                      TO    WS-PCT-EDIT
                                                 WS-MEDIA-EDIT.
           IF  WS-TOT-ENTREGUES            GREATER    ZEROS
               COMPUTE WS-PCT-EDIT ROUNDED =
                       WS-TOT-NO-PRAZO * 100 / WS-TOT-ENTREGUES
               COMPUTE WS-MEDIA-EDIT ROUNDED =
                       WS-TOT-SOMA-DIAS / WS-TOT-ENTREGUES
           END-IF.
           MOVE WS-PCT-EDIT                TO    DETS-PCT.
           MOVE WS-MEDIA-EDIT              TO    DETS-MEDIA.
           WRITE REG-REL                   FROM       DET-SLA.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.
      *----------------------------------------------------------------*
       6000-99-IMPRIME-SLA-EXIT.           EXIT.
      *================================================================*
       6100-LINHA-TRANSP                   SECTION.
      *================================================================*
           MOVE WS-TRA-CODIGO (WS-IND-TRA) TO    DETS-TRANSPORTADORA.
           MOVE WS-TRA-EXPEDIDOS (WS-IND-TRA) TO DETS-EXPEDIDOS.
           MOVE WS-TRA-ENTREGUES (WS-IND-TRA) TO DETS-ENTREGUES.
           MOVE WS-TRA-NO-PRAZO  (WS-IND-TRA) TO DETS-NO-PRAZO.
           MOVE WS-TRA-DEVOLVIDOS (WS-IND-TRA) TO DETS-DEVOLVIDOS.
           MOVE WS-TRA-EXTRAVIADOS (WS-IND-TRA) TO DETS-EXTRAVIADOS.
           MOVE WS-TRA-TRANSITO  (WS-IND-TRA) TO DETS-TRANSITO.

           MOVE ZEROS                      TO    WS-PCT-EDIT
                                                 WS-MEDIA-EDIT.
           IF  WS-TRA-ENTREGUES (WS-IND-TRA) GREATER  ZEROS
               COMPUTE WS-PCT-EDIT ROUNDED =
                       WS-TRA-NO-PRAZO (WS-IND-TRA) * 100
                     / WS-TRA-ENTREGUES (WS-IND-TRA)
               COMPUTE WS-MEDIA-EDIT ROUNDED =
                       WS-TRA-SOMA-DIAS (WS-IND-TRA)
                     / WS-TRA-ENTREGUES (WS-IND-TRA)
           END-IF.
           MOVE WS-PCT-EDIT                TO    DETS-PCT.
           MOVE WS-MEDIA-EDIT              TO    DETS-MEDIA.
           WRITE REG-REL                   FROM       DET-SLA.
           PERFORM 3000-FS-RELENT THRU 3000-99-FS-RELENT-EXIT.

           ADD  WS-TRA-EXPEDIDOS (WS-IND-TRA)   TO  WS-TOT-EXPEDIDOS.
           ADD  WS-TRA-ENTREGUES (WS-IND-TRA)   TO  WS-TOT-ENTREGUES.
           ADD  WS-TRA-NO-PRAZO  (WS-IND-TRA)   TO  WS-TOT-NO-PRAZO.
           ADD  WS-TRA-SOMA-DIAS (WS-IND-TRA)   TO  WS-TOT-SOMA-DIAS.
           ADD  WS-TRA-DEVOLVIDOS (WS-IND-TRA)  TO  WS-TOT-DEVOLVIDOS.
           ADD  WS-TRA-EXTRAVIADOS (WS-IND-TRA) TO  WS-TOT-EXTRAVIADOS.
           ADD  WS-TRA-TRANSITO  (WS-IND-TRA)   TO  WS-TOT-TRANSITO.
      *----------------------------------------------------------------*
       6100-99-LINHA-TRANSP-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RASSORT  FULFILL  CADEND  ENTMSTN  PNTENT  ENTDLM
                 ENTCART  ENTEXC   RASREJ  RELENT.
           IF  WS-ENT-ABERTO-SIM
               CLOSE ENTMST
           END-IF.
           IF  WS-CTO-ABERTO-SIM
               CLOSE CADCTO
           END-IF.
           MOVE 'F'                        TO         WS-TOK-FUNCAO.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.

           IF  WS-FS-ENTN                  NOT EQUAL  '00'
           OR  WS-FS-PNT                   NOT EQUAL  '00'
           OR  WS-FS-DLM                   NOT EQUAL  '00'
           OR  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-EXC                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-ENTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* RESGATES NO MASTER    =    ' WS-LIDOS-ENT.
           DISPLAY '* RESGATES NOVOS FULFILL=    ' WS-LIDOS-FUL.
           DISPLAY '* EVENTOS LIDOS RASTRO  =    ' WS-LIDOS-RAS.
           DISPLAY '* EVENTOS APLICADOS     =    ' WS-EVENTOS-APLICADOS.
           DISPLAY '* EVENTOS REJEITADOS    =    '
                   WS-EVENTOS-REJEITADOS.
           DISPLAY '* EXTRAVIADOS POR PRAZO =    ' WS-EXTRAVIO-PRAZO.
           DISPLAY '* RESGATES ESTORNADOS   =    ' WS-ESTORNOS.
           DISPLAY '* PONTOS ESTORNADOS     =    ' WS-PONTOS-ESTORNADOS.
           DISPLAY '* UNIDADES AO ESTOQUE   =    ' WS-UNIDADES-ESTOQUE.
           DISPLAY '* ITEM FORA DO CATALOGO =    ' WS-FORA-CATALOGO.
           DISPLAY '*   AVISOS E-MAIL       =    ' WS-AVISO-EMAIL.
           DISPLAY '*   AVISOS CARTA        =    ' WS-AVISO-CARTA.
           DISPLAY '*   AVISOS EXCECAO      =    ' WS-AVISO-EXCECAO.
           DISPLAY '* MASTER NOVO TOTAL     =    ' WS-GRAVADOS-ENTN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-FUL + WS-LIDOS-RAS
           MOVE  WS-GRAVADOS-ENTN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB862S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
