       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB822S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REGISTRO DAS OCORRENCIAS EM LISTAS DE RESTRICAO (PEP *
      * E SANCOES) E DAS DECISOES DO COMPLIANCE. MANTEM O MASTER       *
      * WLSHIT (CPF + CHAVE DA LISTA) A PARTIR DE:                     *
      *   1. OCORRENCIAS DA ABERTURA DE CONTAS (WLSOCO, VRB710S, QUE   *
      *      RETEVE A PROPOSTA) E DA RETRIAGEM NOTURNA (WLSOCN,        *
      *      VRB821S). OCORRENCIA NOVA ENTRA PENDENTE ('P') COM A NOTA *
      *      DE SEMELHANCA; REPETIDA SOMA NA QUANTIDADE E FICA COM A   *
      *      MAIOR NOTA;                                               *
      *   2. DECISOES DO COMPLIANCE (WLSDSP): 'L' LIBERA (FALSO        *
      *      POSITIVO) E 'C' CONFIRMA A RESTRICAO. O OPERADOR DA       *
      *      DECISAO PRECISA CONSTAR NO OPAUT PARA ESTE PROGRAMA COM   *
      *      AUTORIZACAO VIGENTE, A JUSTIFICATIVA EH OBRIGATORIA E SO  *
      *      OCORRENCIA PENDENTE PODE SER DECIDIDA. HAVENDO DECISOES,  *
      *      O OPERADOR SUBMISSOR (OPRPARM) TAMBEM EH CRITICADO E CADA *
      *      DECISAO FICA NO LOG DE OPERADOR OPRLOG;                   *
      *   3. PROPOSTA RETIDA CUJA OCORRENCIA FOI LIBERADA VOLTA NO     *
      *      ARQUIVO PROPLIB (LAYOUT DO PROPOST) PARA SER REAPRESENTADA*
      *      AO VRB710S; CONFIRMADA, A PROPOSTA FICA RECUSADA.         *
      * RELATORIOS: RELWLH (FILA DE PENDENTES DO COMPLIANCE) E RELWLJ  *
      * (DECISOES REJEITADAS COM O MOTIVO).                            *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          PROPLIB DE 60 PARA 80        *
      *                                   POSICOES (PROPOST COM CPF DO *
      *                                   INDICADOR)                   *
      *  15/10/2026 HUGO SAMPAIO          WLSOCO/WLSOCN DE 120 PARA    *
      *                                   131 POSICOES; CPF DO         *
      *                                   INDICADOR DA PROPOSTA RETIDA *
      *                                   GUARDADO NO WLSHIT E         *
      *                                   DEVOLVIDO NO PROPLIB         *
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

           SELECT OPRPARM        ASSIGN TO OPRPARM
           FILE STATUS           IS        WS-FS-OPR.
      *----------------------------------------------------------------*
           SELECT OPAUT          ASSIGN TO OPAUT
           FILE STATUS           IS        WS-FS-AUT.
      *----------------------------------------------------------------*
           SELECT OPRLOG         ASSIGN TO OPRLOG
           FILE STATUS           IS        WS-FS-OLOG.
      *----------------------------------------------------------------*
           SELECT WLSOCO         ASSIGN TO WLSOCO
           FILE STATUS           IS        WS-FS-OCO.
      *----------------------------------------------------------------*
           SELECT WLSOCN         ASSIGN TO WLSOCN
           FILE STATUS           IS        WS-FS-OCN.
      *----------------------------------------------------------------*
           SELECT WLSDSP         ASSIGN TO WLSDSP
           FILE STATUS           IS        WS-FS-DSP.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT WLSMOV         ASSIGN TO WLSMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT WLSHIT         ASSIGN TO WLSHIT
           FILE STATUS           IS        WS-FS-HIT.
      *----------------------------------------------------------------*
           SELECT WLSHITN        ASSIGN TO WLSHITN
           FILE STATUS           IS        WS-FS-HITN.
      *----------------------------------------------------------------*
           SELECT PROPLIB        ASSIGN TO PROPLIB
           FILE STATUS           IS        WS-FS-PLB.
      *----------------------------------------------------------------*
           SELECT RELWLH         ASSIGN TO RELWLH
           FILE STATUS           IS        WS-FS-RLH.
      *----------------------------------------------------------------*
           SELECT RELWLJ         ASSIGN TO RELWLJ
           FILE STATUS           IS        WS-FS-RLJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  OPRPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OPR.

       01  REG-OPR.
           05 OPR-OPERADOR                 PIC X(08).
           05 FILLER                       PIC X(72).
      *----------------------------------------------------------------*
       FD  OPAUT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-AUT.

       01  REG-AUT.
           05 AUT-OPERADOR                 PIC X(08).
           05 AUT-PROGRAMA                 PIC X(08).
           05 AUT-MODO                     PIC X(01).
           05 AUT-DATA-EXPIRA              PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  OPRLOG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OLOG.

       01  REG-OLOG.
           05 OLOG-OPERADOR                PIC X(08).
           05 OLOG-PROGRAMA                PIC X(08).
           05 OLOG-PARAMETROS              PIC X(40).
           05 OLOG-DATA                    PIC 9(08).
           05 OLOG-HORA                    PIC 9(06).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   OCORRENCIAS DA ABERTURA DE CONTAS (VRB710S)                  *
      *----------------------------------------------------------------*
       FD  WLSOCO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 131 CHARACTERS
           DATA RECORD IS       REG-OCO.

       01  REG-OCO.
           05 OCO-CPF                      PIC 9(11).
           05 OCO-CHAVE-LISTA              PIC X(16).
           05 OCO-ORIGEM                   PIC X(01).
           05 OCO-DATA                     PIC 9(08).
           05 OCO-NOTA                     PIC 9(03).
           05 OCO-NOME                     PIC X(30).
           05 OCO-NOME-LISTA               PIC X(30).
           05 OCO-CONTA                    PIC 9(10).
           05 OCO-AGENCIA                  PIC 9(04).
           05 OCO-VERSAO                   PIC 9(05).
           05 OCO-CPF-INDICADOR            PIC 9(11).
           05 OCO-CPF-INDICADOR-X REDEFINES OCO-CPF-INDICADOR
                                           PIC X(11).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
      *   OCORRENCIAS DA RETRIAGEM NOTURNA (VRB821S)                   *
      *----------------------------------------------------------------*
       FD  WLSOCN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 131 CHARACTERS
           DATA RECORD IS       REG-OCN.

       01  REG-OCN.
           05 OCN-CPF                      PIC 9(11).
           05 OCN-CHAVE-LISTA              PIC X(16).
           05 OCN-ORIGEM                   PIC X(01).
           05 OCN-DATA                     PIC 9(08).
           05 OCN-NOTA                     PIC 9(03).
           05 OCN-NOME                     PIC X(30).
           05 OCN-NOME-LISTA               PIC X(30).
           05 OCN-CONTA                    PIC 9(10).
           05 OCN-AGENCIA                  PIC 9(04).
           05 OCN-VERSAO                   PIC 9(05).
           05 OCN-CPF-INDICADOR            PIC 9(11).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
      *   DECISOES DO COMPLIANCE SOBRE AS OCORRENCIAS                  *
      *----------------------------------------------------------------*
       FD  WLSDSP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DSP.

       01  REG-DSP.
           05 DSP-CPF                      PIC 9(11).
           05 DSP-CHAVE-LISTA              PIC X(16).
           05 DSP-DECISAO                  PIC X(01).
           05 DSP-DATA                     PIC 9(08).
           05 DSP-OPERADOR                 PIC X(08).
           05 DSP-JUSTIFICATIVA            PIC X(30).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
      *   MOVIMENTO UNICO: OCORRENCIAS (ORDEM 0) ANTES DAS DECISOES    *
      *   (ORDEM 1), POR CPF + CHAVE DA LISTA E DATA                   *
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE.
              10 SW-CPF                    PIC 9(11).
              10 SW-CHAVE-LISTA            PIC X(16).
           05 SW-ORDEM                     PIC 9(01).
           05 SW-DATA                      PIC 9(08).
           05 SW-DADOS                     PIC X(95).
           05 SW-OCORRENCIA REDEFINES SW-DADOS.
              10 SW-ORIGEM                 PIC X(01).
              10 SW-NOTA                   PIC 9(03).
              10 SW-NOME                   PIC X(30).
              10 SW-NOME-LISTA             PIC X(30).
              10 SW-CONTA                  PIC 9(10).
              10 SW-AGENCIA                PIC 9(04).
              10 SW-CPF-INDICADOR          PIC X(11).
              10 FILLER                    PIC X(06).
           05 SW-DISPOSICAO REDEFINES SW-DADOS.
              10 SW-DECISAO                PIC X(01).
              10 SW-OPERADOR               PIC X(08).
              10 SW-JUSTIFICATIVA          PIC X(30).
              10 FILLER                    PIC X(56).
      *----------------------------------------------------------------*
       FD  WLSMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 131 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-CHAVE.
              10 MOV-CPF                   PIC 9(11).
              10 MOV-CHAVE-LISTA           PIC X(16).
           05 MOV-ORDEM                    PIC 9(01).
              88 MOV-EH-OCORRENCIA                      VALUE 0.
              88 MOV-EH-DECISAO                         VALUE 1.
           05 MOV-DATA                     PIC 9(08).
           05 MOV-DADOS                    PIC X(95).
           05 MOV-OCORRENCIA REDEFINES MOV-DADOS.
              10 MOV-ORIGEM                PIC X(01).
              10 MOV-NOTA                  PIC 9(03).
              10 MOV-NOME                  PIC X(30).
              10 MOV-NOME-LISTA            PIC X(30).
              10 MOV-CONTA                 PIC 9(10).
              10 MOV-AGENCIA               PIC 9(04).
              10 MOV-CPF-INDICADOR         PIC X(11).
              10 FILLER                    PIC X(06).
           05 MOV-DISPOSICAO REDEFINES MOV-DADOS.
              10 MOV-DECISAO               PIC X(01).
              10 MOV-OPERADOR              PIC X(08).
              10 MOV-JUSTIFICATIVA         PIC X(30).
              10 FILLER                    PIC X(56).
      *----------------------------------------------------------------*
      *   MASTER DE OCORRENCIAS EM LISTAS DE RESTRICAO                 *
      *----------------------------------------------------------------*
       FD  WLSHIT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-HIT.

       01  REG-HIT.
           05 HIT-CHAVE.
              10 HIT-CPF                   PIC 9(11).
              10 HIT-CHAVE-LISTA           PIC X(16).
           05 FILLER                       PIC X(173).
      *----------------------------------------------------------------*
       FD  WLSHITN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-HITN.

       01  REG-HITN                        PIC X(200).
      *----------------------------------------------------------------*
      *   PROPOSTAS LIBERADAS PARA REAPRESENTACAO (LAYOUT DO PROPOST)  *
      *----------------------------------------------------------------*
       FD  PROPLIB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PLB.

       01  REG-PLB.
           05 PLB-CPF                      PIC 9(11).
           05 PLB-NOME                     PIC X(30).
           05 PLB-CONTA                    PIC 9(10).
           05 PLB-AGENCIA                  PIC 9(04).
           05 FILLER                       PIC X(05).
           05 PLB-CPF-INDICADOR            PIC 9(11).
           05 PLB-CPF-INDICADOR-X REDEFINES PLB-CPF-INDICADOR
                                           PIC X(11).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  RELWLH
           LABEL       RECORD IS OMITTED.

       01  REG-RLH                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RELWLJ
           LABEL       RECORD IS OMITTED.

       01  REG-RLJ                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-OPR                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUT                       PIC X(02)     VALUE '00'.
       77  WS-FS-OLOG                      PIC X(02)     VALUE '00'.
       77  WS-FS-OCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-OCN                       PIC X(02)     VALUE '00'.
       77  WS-FS-DSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-HITN                      PIC X(02)     VALUE '00'.
       77  WS-FS-PLB                       PIC X(02)     VALUE '00'.
       77  WS-FS-RLH                       PIC X(02)     VALUE '00'.
       77  WS-FS-RLJ                       PIC X(02)     VALUE '00'.
       77  WS-OCO-RECEBIDO                 PIC X(01)     VALUE 'N'.
       77  WS-OCN-RECEBIDO                 PIC X(01)     VALUE 'N'.
       77  WS-DSP-RECEBIDO                 PIC X(01)     VALUE 'N'.
       77  WS-WLSHIT-ABERTO                PIC X(01)     VALUE 'N'.
       77  WS-OPRLOG-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *              AUTORIZACAO DE OPERADOR (OPAUT)                   *
      *----------------------------------------------------------------*
       77  WS-OPR-AUTORIZADO               PIC X(01)   VALUE 'N'.
           88 WS-OPR-AUTORIZADO-SIM                    VALUE 'S'.
       77  WS-OPR-OPERADOR                 PIC X(08)   VALUE SPACES.
       77  WS-QTDE-AUT                     PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND-AUT                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       01  WS-TAB-AUT.
           05 WS-AUT-ITEM                  OCCURS 100 TIMES.
              10 WS-AUT-OPERADOR           PIC X(08).
              10 WS-AUT-DATA-EXPIRA        PIC 9(08).
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-HIT                    PIC X(27)     VALUE SPACES.
       77  WS-CHAVE-MOV                    PIC X(27)     VALUE SPACES.
       77  WS-CHAVE-ATUAL                  PIC X(27)     VALUE SPACES.
       77  WS-HIT-EXISTE                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *            OCORRENCIA CORRENTE (LAYOUT DO WLSHIT)              *
      *----------------------------------------------------------------*
       01  WS-HIT.
           05 WS-HIT-CHAVE.
              10 WS-HIT-CPF                PIC 9(11).
              10 WS-HIT-CHAVE-LISTA        PIC X(16).
           05 WS-HIT-NOME                  PIC X(30).
           05 WS-HIT-NOME-LISTA            PIC X(30).
           05 WS-HIT-NOTA                  PIC 9(03).
           05 WS-HIT-ORIGEM                PIC X(01).
           05 WS-HIT-DATA-OCORRENCIA       PIC 9(08).
           05 WS-HIT-QTDE-OCORRENCIAS      PIC 9(05).
           05 WS-HIT-DATA-ULTIMA           PIC 9(08).
           05 WS-HIT-CONTA                 PIC 9(10).
           05 WS-HIT-AGENCIA               PIC 9(04).
           05 WS-HIT-SITUACAO              PIC X(01).
              88 WS-HIT-PENDENTE                        VALUE 'P'.
              88 WS-HIT-CONFIRMADA                      VALUE 'C'.
              88 WS-HIT-LIBERADA                        VALUE 'L'.
           05 WS-HIT-DATA-DECISAO          PIC 9(08).
           05 WS-HIT-OPERADOR              PIC X(08).
           05 WS-HIT-JUSTIFICATIVA         PIC X(30).
           05 WS-HIT-PROPOSTA-RETIDA       PIC X(01).
           05 WS-HIT-CPF-INDICADOR         PIC 9(11).
           05 WS-HIT-CPF-INDICADOR-X REDEFINES WS-HIT-CPF-INDICADOR
                                           PIC X(11).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
      *                 APOIO A CRITICA DA DECISAO                     *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       01  WS-LOG-PARAMETROS.
           05 FILLER                       PIC X(04)     VALUE 'PLD '.
           05 WS-LOG-DECISAO               PIC X(01)     VALUE SPACES.
           05 FILLER                       PIC X(01)     VALUE SPACES.
           05 WS-LOG-CPF                   PIC 9(11)     VALUE ZEROS.
           05 FILLER                       PIC X(01)     VALUE SPACES.
           05 WS-LOG-CHAVE-LISTA           PIC X(16)     VALUE SPACES.
           05 FILLER                       PIC X(06)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
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
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-OCO                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-OCN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-DSP                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-HITN                PIC 9(07)     VALUE ZEROS.
       77  WS-NOVAS                        PIC 9(07)     VALUE ZEROS.
       77  WS-REINCIDENTES                 PIC 9(07)     VALUE ZEROS.
       77  WS-RETIDAS                      PIC 9(07)     VALUE ZEROS.
       77  WS-LIBERADAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-CONFIRMADAS                  PIC 9(07)     VALUE ZEROS.
       77  WS-DSP-REJEITADAS               PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PLB                 PIC 9(07)     VALUE ZEROS.
       77  WS-PROP-RECUSADAS               PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB822S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB822S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DA FILA DE PENDENTES DO COMPLIANCE (RELWLH)    *
      *----------------------------------------------------------------*
       01  CAB-TITULO-H.
           05 FILLER                       PIC X(44)  VALUE
                  'OCORRENCIAS PENDENTES EM LISTAS - POSICAO '.
           05 CABH-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS-H.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         CLIENTE              NOTA T '.
           05 FILLER                       PIC X(40)  VALUE
                  'CHAVE LISTA      1A OCORR.  QTDE RETIDA '.
      *----------------------------------------------------------------*
       01  DET-PENDENTE.
           05 DETH-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-NOTA                    PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-TIPO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-CHAVE-LISTA             PIC X(16)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-QTDE                    PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETH-RETIDA                  PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(06)  VALUE SPACES.
      *----------------------------------------------------------------*
      *          LAYOUT DAS DECISOES REJEITADAS (RELWLJ)               *
      *----------------------------------------------------------------*
       01  CAB-TITULO-J.
           05 FILLER                       PIC X(44)  VALUE
                  'DECISOES DO COMPLIANCE REJEITADAS - DATA '.
           05 CABJ-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS-J.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         CHAVE LISTA      D OPERADOR '.
           05 FILLER                       PIC X(40)  VALUE
                  'MOTIVO                                  '.
      *----------------------------------------------------------------*
       01  DET-REJEITO.
           05 DETJ-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETJ-CHAVE-LISTA             PIC X(16)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETJ-DECISAO                 PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETJ-OPERADOR                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETJ-MOTIVO                  PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-DATA-HOJE.
           PERFORM 0100-CLASSIFICA-MOVIMENTO
               THRU 0100-99-CLASSIFICA-MOVIMENTO-EXIT.
           PERFORM 0400-VERIFICA-OPERADOR
               THRU 0400-99-VERIFICA-OPERADOR-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-HIT      EQUAL HIGH-VALUES
                     AND WS-CHAVE-MOV      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-MOVIMENTO           SECTION.
      *================================================================*
      * JUNTA OCORRENCIAS E DECISOES POR CPF + CHAVE DA LISTA; NA      *
      * MESMA CHAVE AS OCORRENCIAS VEM ANTES DAS DECISOES.             *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-MOVIMENTO' TO   WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-ORDEM
                                           SW-DATA
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS        0150-CARREGA-MOVIMENTO
                GIVING                     WLSMOV.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-MOVIMENTO-EXIT.  EXIT.
      *================================================================*
       0150-CARREGA-MOVIMENTO              SECTION.
      *================================================================*
      * OS TRES ARQUIVOS SAO OPCIONAIS NO DIA (35); SEM NENHUM DELES O *
      * MASTER SO EH COPIADO E A FILA DE PENDENTES REEMITIDA.          *
      *----------------------------------------------------------------*
           MOVE '0150-CARREGA-MOVIMENTO'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     WLSOCO.
           IF    WS-FS-OCO                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-OCO
           ELSE
                 IF  WS-FS-OCO             NOT EQUAL  '00'
                     MOVE WS-FS-OCO        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DAS OCORRENCIAS WLSOCO'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-OCO-RECEBIDO
           END-IF.

           OPEN  INPUT                     WLSOCN.
           IF    WS-FS-OCN                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-OCN
           ELSE
                 IF  WS-FS-OCN             NOT EQUAL  '00'
                     MOVE WS-FS-OCN        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DAS OCORRENCIAS WLSOCN'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-OCN-RECEBIDO
           END-IF.

           OPEN  INPUT                     WLSDSP.
           IF    WS-FS-DSP                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-DSP
           ELSE
                 IF  WS-FS-DSP             NOT EQUAL  '00'
                     MOVE WS-FS-DSP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DAS DECISOES WLSDSP'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-DSP-RECEBIDO
           END-IF.

           PERFORM 0160-RELEASE-ABERTURA
               THRU 0160-99-RELEASE-ABERTURA-EXIT
                   UNTIL WS-FS-OCO         EQUAL      '10'.

           PERFORM 0170-RELEASE-NOTURNA
               THRU 0170-99-RELEASE-NOTURNA-EXIT
                   UNTIL WS-FS-OCN         EQUAL      '10'.

           PERFORM 0180-RELEASE-DECISAO
               THRU 0180-99-RELEASE-DECISAO-EXIT
                   UNTIL WS-FS-DSP         EQUAL      '10'.

           IF  WS-OCO-RECEBIDO             EQUAL      'S'
               CLOSE WLSOCO
           END-IF.
           IF  WS-OCN-RECEBIDO             EQUAL      'S'
               CLOSE WLSOCN
           END-IF.
           IF  WS-DSP-RECEBIDO             EQUAL      'S'
               CLOSE WLSDSP
           END-IF.
      *----------------------------------------------------------------*
       0150-99-CARREGA-MOVIMENTO-EXIT.     EXIT.
      *================================================================*
       0160-RELEASE-ABERTURA               SECTION.
      *================================================================*
           READ WLSOCO.

           IF  WS-FS-OCO   NOT EQUAL '00'
           AND WS-FS-OCO   NOT EQUAL '10'
               MOVE '0160-RELEASE-ABERTURA' TO        WS-CODIGO-AREA
               MOVE WS-FS-OCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER OCORRENCIAS WLSOCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-OCO                   EQUAL      '10'
               GO TO 0160-99-RELEASE-ABERTURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-OCO.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE OCO-CPF                    TO         SW-CPF.
           MOVE OCO-CHAVE-LISTA            TO         SW-CHAVE-LISTA.
           MOVE 0                          TO         SW-ORDEM.
           MOVE OCO-DATA                   TO         SW-DATA.
           MOVE 'A'                        TO         SW-ORIGEM.
           MOVE OCO-NOTA                   TO         SW-NOTA.
           MOVE OCO-NOME                   TO         SW-NOME.
           MOVE OCO-NOME-LISTA             TO         SW-NOME-LISTA.
           MOVE OCO-CONTA                  TO         SW-CONTA.
           MOVE OCO-AGENCIA                TO         SW-AGENCIA.
           MOVE OCO-CPF-INDICADOR-X        TO         SW-CPF-INDICADOR.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0160-99-RELEASE-ABERTURA-EXIT.      EXIT.
      *================================================================*
       0170-RELEASE-NOTURNA                SECTION.
      *================================================================*
           READ WLSOCN.

           IF  WS-FS-OCN   NOT EQUAL '00'
           AND WS-FS-OCN   NOT EQUAL '10'
               MOVE '0170-RELEASE-NOTURNA' TO         WS-CODIGO-AREA
               MOVE WS-FS-OCN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER OCORRENCIAS WLSOCN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-OCN                   EQUAL      '10'
               GO TO 0170-99-RELEASE-NOTURNA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-OCN.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE OCN-CPF                    TO         SW-CPF.
           MOVE OCN-CHAVE-LISTA            TO         SW-CHAVE-LISTA.
           MOVE 0                          TO         SW-ORDEM.
           MOVE OCN-DATA                   TO         SW-DATA.
           MOVE 'N'                        TO         SW-ORIGEM.
           MOVE OCN-NOTA                   TO         SW-NOTA.
           MOVE OCN-NOME                   TO         SW-NOME.
           MOVE OCN-NOME-LISTA             TO         SW-NOME-LISTA.
           MOVE OCN-CONTA                  TO         SW-CONTA.
           MOVE OCN-AGENCIA                TO         SW-AGENCIA.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0170-99-RELEASE-NOTURNA-EXIT.       EXIT.
      *================================================================*
       0180-RELEASE-DECISAO                SECTION.
      *================================================================*
      * DECISAO COM CPF NAO NUMERICO NAO TEM COMO SER CASADA; VAI PARA *
      * O SORT COM CPF ZERADO E SAI REJEITADA NO RELWLJ.               *
      *----------------------------------------------------------------*
           READ WLSDSP.

           IF  WS-FS-DSP   NOT EQUAL '00'
           AND WS-FS-DSP   NOT EQUAL '10'
               MOVE '0180-RELEASE-DECISAO' TO         WS-CODIGO-AREA
               MOVE WS-FS-DSP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER DECISOES WLSDSP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-DSP                   EQUAL      '10'
               GO TO 0180-99-RELEASE-DECISAO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-DSP.

           MOVE SPACES                     TO         REG-SORTWK.
           IF  DSP-CPF                     NUMERIC
               MOVE DSP-CPF                TO         SW-CPF
           ELSE
               MOVE ZEROS                  TO         SW-CPF
           END-IF.
           MOVE DSP-CHAVE-LISTA            TO         SW-CHAVE-LISTA.
           MOVE 1                          TO         SW-ORDEM.
           IF  DSP-DATA                    NUMERIC
               MOVE DSP-DATA               TO         SW-DATA
           ELSE
               MOVE WS-DATA-HOJE           TO         SW-DATA
           END-IF.
           MOVE DSP-DECISAO                TO         SW-DECISAO.
           MOVE DSP-OPERADOR               TO         SW-OPERADOR.
           MOVE DSP-JUSTIFICATIVA          TO         SW-JUSTIFICATIVA.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0180-99-RELEASE-DECISAO-EXIT.       EXIT.
      *================================================================*
       0400-VERIFICA-OPERADOR              SECTION.
      *================================================================*
      * A TABELA DE AUTORIZADOS DO OPAUT PARA ESTE PROGRAMA CRITICA O  *
      * OPERADOR DE CADA DECISAO. HAVENDO DECISOES NO DIA, O OPERADOR  *
      * SUBMISSOR (OPRPARM) TAMBEM PRECISA ESTAR AUTORIZADO E A        *
      * EXECUCAO FICA NO LOG OPRLOG (MESMO PADRAO DO VRB752S).         *
      *----------------------------------------------------------------*
           MOVE '0400-VERIFICA-OPERADOR'   TO    WS-CODIGO-AREA.
           MOVE 'N'                        TO    WS-OPR-AUTORIZADO.

           IF    WS-DSP-RECEBIDO           EQUAL 'S'
                 OPEN  INPUT               OPRPARM
                 IF    WS-FS-OPR           NOT EQUAL '00'
                       MOVE WS-FS-OPR      TO    WS-AREA-STAT
                       MOVE 'SEM OPRPARM - OPERADOR NAO IDENTIFICADO'
                                           TO    WS-AREA-MSG
                       PERFORM 9999-CANCELA
                 END-IF
                 READ  OPRPARM
                 IF    WS-FS-OPR           NOT EQUAL '00'
                       MOVE WS-FS-OPR      TO    WS-AREA-STAT
                       MOVE 'OPRPARM VAZIO - OPERADOR NAO IDENTIFICADO'
                                           TO    WS-AREA-MSG
                       PERFORM 9999-CANCELA
                 END-IF
                 MOVE  OPR-OPERADOR        TO    WS-OPR-OPERADOR
                 CLOSE OPRPARM
           END-IF.

           OPEN  INPUT                     OPAUT.
           IF    WS-FS-AUT                 NOT EQUAL '00'
                 MOVE WS-FS-AUT            TO    WS-AREA-STAT
                 MOVE 'SEM ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0450-LE-OPAUT THRU 0450-99-LE-OPAUT-EXIT
                   UNTIL WS-FS-AUT         EQUAL '10'.

           CLOSE OPAUT.

           IF    WS-DSP-RECEBIDO           NOT EQUAL 'S'
                 GO TO 0400-99-VERIFICA-OPERADOR-EXIT
           END-IF.

           IF    NOT WS-OPR-AUTORIZADO-SIM
                 DISPLAY 'OPERADOR SEM AUTORIZACAO: ' WS-OPR-OPERADOR
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0460-LOGA-EXECUCAO THRU 0460-99-LOGA-EXECUCAO-EXIT.
      *----------------------------------------------------------------*
       0400-99-VERIFICA-OPERADOR-EXIT.     EXIT.
      *================================================================*
       0450-LE-OPAUT                       SECTION.
      *================================================================*
           READ  OPAUT.
           IF  WS-FS-AUT  NOT EQUAL '00'
           AND WS-FS-AUT  NOT EQUAL '10'
               MOVE WS-FS-AUT              TO    WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-AUT                   EQUAL '00'
           AND AUT-PROGRAMA                EQUAL 'VRB822S'
           AND AUT-DATA-EXPIRA         NOT LESS  WS-DATA-HOJE
               IF  AUT-OPERADOR            EQUAL WS-OPR-OPERADOR
                   MOVE 'S'                TO    WS-OPR-AUTORIZADO
               END-IF
               IF  WS-QTDE-AUT             LESS  100
                   ADD  1                  TO    WS-QTDE-AUT
                   MOVE AUT-OPERADOR
                                  TO  WS-AUT-OPERADOR    (WS-QTDE-AUT)
                   MOVE AUT-DATA-EXPIRA
                                  TO  WS-AUT-DATA-EXPIRA (WS-QTDE-AUT)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0450-99-LE-OPAUT-EXIT.              EXIT.
      *================================================================*
       0460-LOGA-EXECUCAO                  SECTION.
      *================================================================*
           OPEN  EXTEND                    OPRLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 OPEN OUTPUT               OPRLOG
           END-IF.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE 'S'                        TO    WS-OPRLOG-ABERTO.

           INITIALIZE REG-OLOG.
           MOVE WS-OPR-OPERADOR            TO    OLOG-OPERADOR.
           MOVE 'VRB822S'                  TO    OLOG-PROGRAMA.
           MOVE 'DECISOES DE OCORRENCIAS EM LISTAS PLD'
                                           TO    OLOG-PARAMETROS.
           ACCEPT OLOG-DATA                FROM  DATE YYYYMMDD.
           ACCEPT OLOG-HORA                FROM  TIME.
           WRITE REG-OLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0460-99-LOGA-EXECUCAO-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     WLSMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB WLSMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA EXECUCAO: SEM O MASTER (35) TUDO ENTRA COMO NOVO.
           OPEN  INPUT                     WLSHIT.
           IF    WS-FS-HIT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-HIT
                 MOVE HIGH-VALUES          TO         WS-CHAVE-HIT
           ELSE
                 IF  WS-FS-HIT             NOT EQUAL  '00'
                     MOVE WS-FS-HIT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER WLSHIT'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-WLSHIT-ABERTO
                 PERFORM 1100-LER-WLSHIT THRU 1100-99-LER-WLSHIT-EXIT
           END-IF.

           OPEN  OUTPUT  WLSHITN  PROPLIB  RELWLH  RELWLJ.
           IF    WS-FS-HITN                NOT EQUAL  '00'
           OR    WS-FS-PLB                 NOT EQUAL  '00'
           OR    WS-FS-RLH                 NOT EQUAL  '00'
           OR    WS-FS-RLJ                 NOT EQUAL  '00'
                 MOVE WS-FS-HITN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABH-DATA
                                                      CABJ-DATA.

           WRITE REG-RLH                   FROM       CAB-TITULO-H.
           PERFORM 8000-FS-RELWLH THRU 8000-99-FS-RELWLH-EXIT.
           MOVE SPACES                     TO         REG-RLH.
           WRITE REG-RLH.
           PERFORM 8000-FS-RELWLH THRU 8000-99-FS-RELWLH-EXIT.
           WRITE REG-RLH                   FROM       CAB-COLUNAS-H.
           PERFORM 8000-FS-RELWLH THRU 8000-99-FS-RELWLH-EXIT.

           WRITE REG-RLJ                   FROM       CAB-TITULO-J.
           PERFORM 8100-FS-RELWLJ THRU 8100-99-FS-RELWLJ-EXIT.
           MOVE SPACES                     TO         REG-RLJ.
           WRITE REG-RLJ.
           PERFORM 8100-FS-RELWLJ THRU 8100-99-FS-RELWLJ-EXIT.
           WRITE REG-RLJ                   FROM       CAB-COLUNAS-J.
           PERFORM 8100-FS-RELWLJ THRU 8100-99-FS-RELWLJ-EXIT.

           PERFORM 1200-LER-WLSMOV   THRU  1200-99-LER-WLSMOV-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-WLSHIT                     SECTION.
      *================================================================*
           READ WLSHIT.

           IF  WS-FS-HIT   NOT EQUAL '00'
           AND WS-FS-HIT   NOT EQUAL '10'
               MOVE '1100-LER-WLSHIT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-HIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER WLSHIT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-HIT
           ELSE
               MOVE HIT-CHAVE              TO         WS-CHAVE-HIT
               ADD  1                      TO         WS-LIDOS-HIT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-WLSHIT-EXIT.            EXIT.
      *================================================================*
       1200-LER-WLSMOV                     SECTION.
      *================================================================*
           READ WLSMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE '1200-LER-WLSMOV'      TO         WS-CODIGO-AREA
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO WLSMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MOV
           ELSE
               MOVE MOV-CHAVE              TO         WS-CHAVE-MOV
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-WLSMOV-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE MASTER X MOVIMENTO POR CPF + CHAVE DA LISTA. A    *
      * OCORRENCIA DA CHAVE CORRENTE RECEBE TODO O MOVIMENTO DELA      *
      * ANTES DE SER GRAVADA NO MASTER NOVO.                           *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  WS-CHAVE-HIT                LESS       WS-CHAVE-MOV
               MOVE REG-HIT                TO         WS-HIT
               PERFORM 2800-GRAVA-HIT    THRU  2800-99-GRAVA-HIT-EXIT
               PERFORM 1100-LER-WLSHIT   THRU  1100-99-LER-WLSHIT-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           MOVE WS-CHAVE-MOV               TO         WS-CHAVE-ATUAL.

           IF  WS-CHAVE-HIT                EQUAL      WS-CHAVE-MOV
               MOVE REG-HIT                TO         WS-HIT
               MOVE 'S'                    TO         WS-HIT-EXISTE
               PERFORM 1100-LER-WLSHIT   THRU  1100-99-LER-WLSHIT-EXIT
           ELSE
               MOVE SPACES                 TO         WS-HIT
               MOVE 'N'                    TO         WS-HIT-EXISTE
           END-IF.

           PERFORM 2100-APLICA-MOVIMENTO
               THRU 2100-99-APLICA-MOVIMENTO-EXIT
                   UNTIL WS-CHAVE-MOV  NOT EQUAL      WS-CHAVE-ATUAL.

           IF  WS-HIT-EXISTE               EQUAL      'S'
               PERFORM 2800-GRAVA-HIT    THRU  2800-99-GRAVA-HIT-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-APLICA-MOVIMENTO               SECTION.
      *================================================================*
           IF  MOV-EH-OCORRENCIA
               PERFORM 2200-REGISTRA-OCORRENCIA
                   THRU 2200-99-REGISTRA-OCORRENCIA-EXIT
           ELSE
               PERFORM 2300-APLICA-DECISAO
                   THRU 2300-99-APLICA-DECISAO-EXIT
           END-IF.

           PERFORM 1200-LER-WLSMOV   THRU  1200-99-LER-WLSMOV-EXIT.
      *----------------------------------------------------------------*
       2100-99-APLICA-MOVIMENTO-EXIT.      EXIT.
      *================================================================*
       2200-REGISTRA-OCORRENCIA            SECTION.
      *================================================================*
      * OCORRENCIA NOVA ENTRA PENDENTE. A REPETIDA (RETRIAGEM OU NOVA  *
      * PROPOSTA) SOMA NA QUANTIDADE E GUARDA A MAIOR NOTA; A DECISAO  *
      * JA TOMADA SOBRE ELA NAO MUDA. PROPOSTA RETIDA NA ABERTURA FICA *
      * MARCADA COM OS DADOS PARA A REAPRESENTACAO.                    *
      *----------------------------------------------------------------*
           MOVE '2200-REGISTRA-OCORRENCIA' TO         WS-CODIGO-AREA.

           IF  WS-HIT-EXISTE               EQUAL      'N'
               MOVE MOV-CPF                TO    WS-HIT-CPF
               MOVE MOV-CHAVE-LISTA        TO    WS-HIT-CHAVE-LISTA
               MOVE MOV-NOME               TO    WS-HIT-NOME
               MOVE MOV-NOME-LISTA         TO    WS-HIT-NOME-LISTA
               MOVE MOV-NOTA               TO    WS-HIT-NOTA
               MOVE MOV-ORIGEM             TO    WS-HIT-ORIGEM
               MOVE MOV-DATA               TO    WS-HIT-DATA-OCORRENCIA
               MOVE 1                      TO   WS-HIT-QTDE-OCORRENCIAS
               MOVE MOV-DATA               TO    WS-HIT-DATA-ULTIMA
               MOVE MOV-CONTA              TO    WS-HIT-CONTA
               MOVE MOV-AGENCIA            TO    WS-HIT-AGENCIA
               MOVE 'P'                    TO    WS-HIT-SITUACAO
               MOVE ZEROS                  TO    WS-HIT-DATA-DECISAO
               MOVE SPACES                 TO    WS-HIT-OPERADOR
                                                 WS-HIT-JUSTIFICATIVA
               MOVE 'N'                    TO    WS-HIT-PROPOSTA-RETIDA
               MOVE 'S'                    TO    WS-HIT-EXISTE
               ADD  1                      TO    WS-NOVAS
           ELSE
               ADD  1                      TO   WS-HIT-QTDE-OCORRENCIAS
               MOVE MOV-DATA               TO    WS-HIT-DATA-ULTIMA
               IF  MOV-NOTA                GREATER    WS-HIT-NOTA
                   MOVE MOV-NOTA           TO    WS-HIT-NOTA
                   MOVE MOV-NOME-LISTA     TO    WS-HIT-NOME-LISTA
               END-IF
               ADD  1                      TO    WS-REINCIDENTES
           END-IF.

           IF  MOV-ORIGEM                  EQUAL      'A'
               MOVE MOV-NOME               TO    WS-HIT-NOME
               MOVE MOV-CONTA              TO    WS-HIT-CONTA
               MOVE MOV-AGENCIA            TO    WS-HIT-AGENCIA
               MOVE 'S'                    TO    WS-HIT-PROPOSTA-RETIDA
               MOVE MOV-CPF-INDICADOR      TO    WS-HIT-CPF-INDICADOR-X
               ADD  1                      TO    WS-RETIDAS
           END-IF.
      *----------------------------------------------------------------*
       2200-99-REGISTRA-OCORRENCIA-EXIT.   EXIT.
      *================================================================*
       2300-APLICA-DECISAO                 SECTION.
      *================================================================*
      * DECISAO VALIDA FECHA A OCORRENCIA: 'L' DEVOLVE A PROPOSTA      *
      * RETIDA PARA REAPRESENTACAO, 'C' A DEIXA RECUSADA.              *
      *----------------------------------------------------------------*
           MOVE '2300-APLICA-DECISAO'      TO         WS-CODIGO-AREA.

           PERFORM 2350-CRITICA-DECISAO
               THRU 2350-99-CRITICA-DECISAO-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               PERFORM 2700-LISTA-REJEITO
                   THRU 2700-99-LISTA-REJEITO-EXIT
               GO TO 2300-99-APLICA-DECISAO-EXIT
           END-IF.

           MOVE MOV-DECISAO                TO    WS-HIT-SITUACAO.
           MOVE MOV-DATA                   TO    WS-HIT-DATA-DECISAO.
           MOVE MOV-OPERADOR               TO    WS-HIT-OPERADOR.
           MOVE MOV-JUSTIFICATIVA          TO    WS-HIT-JUSTIFICATIVA.

           PERFORM 2400-LOGA-DECISAO
               THRU 2400-99-LOGA-DECISAO-EXIT.

           IF  WS-HIT-LIBERADA
               ADD  1                      TO    WS-LIBERADAS
               IF  WS-HIT-PROPOSTA-RETIDA  EQUAL      'S'
                   PERFORM 2450-GRAVA-PROPLIB
                       THRU 2450-99-GRAVA-PROPLIB-EXIT
               END-IF
           ELSE
               ADD  1                      TO    WS-CONFIRMADAS
               IF  WS-HIT-PROPOSTA-RETIDA  EQUAL      'S'
                   ADD  1                  TO    WS-PROP-RECUSADAS
               END-IF
           END-IF.
           MOVE 'N'                        TO    WS-HIT-PROPOSTA-RETIDA.
           MOVE SPACES                     TO    WS-HIT-CPF-INDICADOR-X.
      *----------------------------------------------------------------*
       2300-99-APLICA-DECISAO-EXIT.        EXIT.
      *================================================================*
       2350-CRITICA-DECISAO                SECTION.
      *================================================================*
           MOVE SPACES                     TO         WS-MOTIVO-REJ.

           IF  WS-HIT-EXISTE               EQUAL      'N'
               MOVE 'OCORRENCIA INEXISTENTE'
                                           TO         WS-MOTIVO-REJ
               GO TO 2350-99-CRITICA-DECISAO-EXIT
           END-IF.

           IF  MOV-DECISAO             NOT EQUAL      'L'
           AND MOV-DECISAO             NOT EQUAL      'C'
               MOVE 'DECISAO INVALIDA (USE L OU C)'
                                           TO         WS-MOTIVO-REJ
               GO TO 2350-99-CRITICA-DECISAO-EXIT
           END-IF.

           IF  NOT WS-HIT-PENDENTE
               MOVE 'OCORRENCIA JA DECIDIDA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2350-99-CRITICA-DECISAO-EXIT
           END-IF.

           IF  MOV-JUSTIFICATIVA           EQUAL      SPACES
               MOVE 'JUSTIFICATIVA OBRIGATORIA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2350-99-CRITICA-DECISAO-EXIT
           END-IF.

           MOVE 'OPERADOR SEM AUTORIZACAO' TO         WS-MOTIVO-REJ.
           PERFORM 2360-PROCURA-OPERADOR
               THRU 2360-99-PROCURA-OPERADOR-EXIT
                   VARYING WS-IND-AUT FROM 1 BY 1
                   UNTIL WS-IND-AUT GREATER WS-QTDE-AUT.
      *----------------------------------------------------------------*
       2350-99-CRITICA-DECISAO-EXIT.       EXIT.
      *================================================================*
       2360-PROCURA-OPERADOR               SECTION.
      *================================================================*
           IF  WS-AUT-OPERADOR (WS-IND-AUT) EQUAL MOV-OPERADOR
               MOVE SPACES                 TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2360-99-PROCURA-OPERADOR-EXIT.      EXIT.
      *================================================================*
       2400-LOGA-DECISAO                   SECTION.
      *================================================================*
      * CADA DECISAO FICA NO LOG DE OPERADOR COM QUEM DECIDIU.         *
      *----------------------------------------------------------------*
           MOVE '2400-LOGA-DECISAO'        TO         WS-CODIGO-AREA.

           MOVE MOV-DECISAO                TO    WS-LOG-DECISAO.
           MOVE MOV-CPF                    TO    WS-LOG-CPF.
           MOVE MOV-CHAVE-LISTA            TO    WS-LOG-CHAVE-LISTA.

           INITIALIZE REG-OLOG.
           MOVE MOV-OPERADOR               TO    OLOG-OPERADOR.
           MOVE 'VRB822S'                  TO    OLOG-PROGRAMA.
           MOVE WS-LOG-PARAMETROS          TO    OLOG-PARAMETROS.
           ACCEPT OLOG-DATA                FROM  DATE YYYYMMDD.
           ACCEPT OLOG-HORA                FROM  TIME.
           WRITE REG-OLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2400-99-LOGA-DECISAO-EXIT.          EXIT.
      *================================================================*
       2450-GRAVA-PROPLIB                  SECTION.
      *================================================================*
           MOVE '2450-GRAVA-PROPLIB'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-PLB.
           MOVE WS-HIT-CPF                 TO         PLB-CPF.
           MOVE WS-HIT-NOME                TO         PLB-NOME.
           MOVE WS-HIT-CONTA               TO         PLB-CONTA.
           MOVE WS-HIT-AGENCIA             TO         PLB-AGENCIA.
           MOVE WS-HIT-CPF-INDICADOR-X
                                           TO    PLB-CPF-INDICADOR-X.
           WRITE REG-PLB.

           IF  WS-FS-PLB                   NOT EQUAL  '00'
               MOVE WS-FS-PLB              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PROPLIB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-PLB.
      *----------------------------------------------------------------*
       2450-99-GRAVA-PROPLIB-EXIT.         EXIT.
      *================================================================*
       2700-LISTA-REJEITO                  SECTION.
      *================================================================*
           MOVE MOV-CPF                    TO         DETJ-CPF.
           MOVE MOV-CHAVE-LISTA            TO         DETJ-CHAVE-LISTA.
           MOVE MOV-DECISAO                TO         DETJ-DECISAO.
           MOVE MOV-OPERADOR               TO         DETJ-OPERADOR.
           MOVE WS-MOTIVO-REJ              TO         DETJ-MOTIVO.
           WRITE REG-RLJ                   FROM       DET-REJEITO.
           PERFORM 8100-FS-RELWLJ THRU 8100-99-FS-RELWLJ-EXIT.

           ADD  1                          TO         WS-DSP-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-LISTA-REJEITO-EXIT.         EXIT.
      *================================================================*
       2800-GRAVA-HIT                      SECTION.
      *================================================================*
      * OCORRENCIA AINDA PENDENTE ENTRA NA FILA DO COMPLIANCE.         *
      *----------------------------------------------------------------*
           MOVE '2800-GRAVA-HIT'           TO         WS-CODIGO-AREA.

           WRITE REG-HITN                  FROM       WS-HIT.

           IF  WS-FS-HITN                  NOT EQUAL  '00'
               MOVE WS-FS-HITN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER WLSHITN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-HITN.

           IF  NOT WS-HIT-PENDENTE
               GO TO 2800-99-GRAVA-HIT-EXIT
           END-IF.

           MOVE WS-HIT-CPF                 TO         DETH-CPF.
           MOVE WS-HIT-NOME                TO         DETH-NOME.
           MOVE WS-HIT-NOTA                TO         DETH-NOTA.
           MOVE WS-HIT-CHAVE-LISTA (1:1)   TO         DETH-TIPO.
           MOVE WS-HIT-CHAVE-LISTA         TO         DETH-CHAVE-LISTA.
           MOVE WS-HIT-DATA-OCORRENCIA     TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETH-DATA.
           MOVE WS-HIT-QTDE-OCORRENCIAS    TO         DETH-QTDE.
           MOVE WS-HIT-PROPOSTA-RETIDA     TO         DETH-RETIDA.
           WRITE REG-RLH                   FROM       DET-PENDENTE.
           PERFORM 8000-FS-RELWLH THRU 8000-99-FS-RELWLH-EXIT.

           ADD  1                          TO         WS-PENDENTES.
      *----------------------------------------------------------------*
       2800-99-GRAVA-HIT-EXIT.             EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELWLH                      SECTION.
      *================================================================*
           IF  WS-FS-RLH                   NOT EQUAL  '00'
               MOVE WS-FS-RLH              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELWLH'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELWLH-EXIT.             EXIT.
      *================================================================*
       8100-FS-RELWLJ                      SECTION.
      *================================================================*
           IF  WS-FS-RLJ                   NOT EQUAL  '00'
               MOVE WS-FS-RLJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELWLJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8100-99-FS-RELWLJ-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE WLSMOV  WLSHITN  PROPLIB  RELWLH  RELWLJ.
           IF  WS-WLSHIT-ABERTO            EQUAL      'S'
               CLOSE WLSHIT
           END-IF.
           IF  WS-OPRLOG-ABERTO            EQUAL      'S'
               CLOSE OPRLOG
           END-IF.

           IF  WS-FS-MOV                   NOT EQUAL  '00'
           OR  WS-FS-HITN                  NOT EQUAL  '00'
           OR  WS-FS-PLB                   NOT EQUAL  '00'
           OR  WS-FS-RLH                   NOT EQUAL  '00'
           OR  WS-FS-RLJ                   NOT EQUAL  '00'
           OR  WS-FS-OLOG                  NOT EQUAL  '00'
               MOVE WS-FS-HITN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* OCORRENCIAS ABERTURA  =    ' WS-LIDOS-OCO.
           DISPLAY '* OCORRENCIAS NOTURNAS  =    ' WS-LIDOS-OCN.
           DISPLAY '* DECISOES LIDAS        =    ' WS-LIDOS-DSP.
           DISPLAY '* LIDOS NO WLSHIT       =    ' WS-LIDOS-HIT.
           DISPLAY '* GRAVADOS NO WLSHITN   =    ' WS-GRAVADOS-HITN.
           DISPLAY '* OCORRENCIAS NOVAS     =    ' WS-NOVAS.
           DISPLAY '* OCORRENCIAS REPETIDAS =    ' WS-REINCIDENTES.
           DISPLAY '* PROPOSTAS RETIDAS     =    ' WS-RETIDAS.
           DISPLAY '* OCORRENCIAS LIBERADAS =    ' WS-LIBERADAS.
           DISPLAY '* RESTRICOES CONFIRMADAS =   ' WS-CONFIRMADAS.
           DISPLAY '* DECISOES REJEITADAS   =    ' WS-DSP-REJEITADAS.
           DISPLAY '* PROPOSTAS NO PROPLIB  =    ' WS-GRAVADOS-PLB.
           DISPLAY '* PROPOSTAS RECUSADAS   =    ' WS-PROP-RECUSADAS.
           DISPLAY '* PENDENTES NA FILA     =    ' WS-PENDENTES.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           ADD   WS-LIDOS-OCO  WS-LIDOS-OCN  WS-LIDOS-DSP
                                       GIVING    WS-RC-QTDE-LIDOS.
           MOVE  WS-GRAVADOS-HITN          TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB822S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
