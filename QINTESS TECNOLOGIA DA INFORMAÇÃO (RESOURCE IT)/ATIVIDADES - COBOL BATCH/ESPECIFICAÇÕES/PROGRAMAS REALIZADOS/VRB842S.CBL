       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB842S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: AMOSTRAGEM SEMANAL DA PESQUISA DE SATISFACAO (NPS)   *
      * APOS OS PONTOS DE CONTATO COM O CLIENTE. OS EVENTOS RECENTES   *
      * (DATA + JANELA DO PARMMST 'NPS'/'JANELA', PADRAO 7 DIAS, MAIOR *
      * QUE HOJE) VEM DE QUATRO FONTES:                                *
      *   A - ABERTURA DE CONTA (CTAAGE, GRAVADO PELO VRB710S);        *
      *   R - RECLAMACAO ENCERRADA (SACMST DO VRB828S, SITUACAO 'F',   *
      *       PELA DATA DE FECHAMENTO);                                *
      *   C - CONTATO DA MESA DE COBRANCA (CTTHIST, RESULTADOS C, P E  *
      *       R - NUMERO ERRADO NAO FOI CONTATO);                      *
      *   P - ENTREGA DE PREMIO (FULFILL DO VRB764S; O JCL CONCATENA   *
      *       AS GERACOES DA SEMANA).                                  *
      * EVENTOS E HISTORICO DE PESQUISAS NPSHIST SAO CLASSIFICADOS POR *
      * CPF E DATA DECRESCENTE; POR CPF VALE O EVENTO MAIS RECENTE, E  *
      * O CLIENTE SO EH CONVIDADO SE:                                  *
      *   - NAO FOI PESQUISADO NOS ULTIMOS N DIAS ('NPS'/'QUARENT',    *
      *     PADRAO 90);                                                *
      *   - NAO ESTA NO OPTOUT NEM NO REGISTRO DE OBITOS OBITOMST;     *
      *   - CAI NA AMOSTRA ('NPS'/'AMOSTRA', PERCENTUAL, PADRAO 20) -  *
      *     SORTEIO DE LEHMER SOBRE A RAIZ DO CPF MAIS A DATA DA       *
      *     RODADA, COMO O GRUPO DE CONTROLE DO VRB769S;               *
      *   - TEM CANAL: E-MAIL QUANDO O CADCTO TRAZ CANAL 'E' E E-MAIL; *
      *     SENAO CARTA, COM ENDERECO DO CADEND QUE NAO ESTEJA EM      *
      *     BUSCA (DEVOLUCOES, VRB834S).                               *
      * O CONVITE SAI NO NPSCON PARA O FORNECEDOR DA PESQUISA COM UM   *
      * NUMERO DE PESQUISA SEQUENCIAL, SEM O CPF; O NPSHIST GUARDA O   *
      * NUMERO, O CPF, O PONTO DE CONTATO E A AGENCIA DO CLIENTE (A    *
      * DA ABERTURA MAIS RECENTE NO CTAAGE) PARA A CARGA DAS RESPOSTAS *
      * (VRB843S) E O RELATORIO MENSAL DE NPS (VRB844S).               *
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

           SELECT CTAAGE         ASSIGN TO CTAAGE
           FILE STATUS           IS        WS-FS-CTG.
      *----------------------------------------------------------------*
           SELECT SACMST         ASSIGN TO SACMST
           FILE STATUS           IS        WS-FS-SAC.
      *----------------------------------------------------------------*
           SELECT CTTHIST        ASSIGN TO CTTHIST
           FILE STATUS           IS        WS-FS-CTT.
      *----------------------------------------------------------------*
           SELECT FULFILL        ASSIGN TO FULFILL
           FILE STATUS           IS        WS-FS-FUL.
      *----------------------------------------------------------------*
           SELECT NPSHIST        ASSIGN TO NPSHIST
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT OPTOUT         ASSIGN TO OPTOUT
           FILE STATUS           IS        WS-FS-OPT.
      *----------------------------------------------------------------*
           SELECT OBITOMST       ASSIGN TO OBITOMST
           FILE STATUS           IS        WS-FS-OBI.
      *----------------------------------------------------------------*
           SELECT CADCTO         ASSIGN TO CADCTO
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CTO-CPF
           FILE STATUS           IS        WS-FS-CTO.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT NPSCON         ASSIGN TO NPSCON
           FILE STATUS           IS        WS-FS-CON.
      *----------------------------------------------------------------*
           SELECT NPSWK          ASSIGN TO NPSWK.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   COMPANHEIRO CONTA-AGENCIA (VRB710S), ACUMULATIVO             *
      *----------------------------------------------------------------*
       FD  CTAAGE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTG.

       01  REG-CTG.
           05 CTG-CONTA                    PIC 9(10).
           05 CTG-AGENCIA                  PIC 9(04).
           05 CTG-CPF                      PIC 9(11).
           05 CTG-DATA-ABERTURA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   MASTER DE RECLAMACOES (VRB828S), POR PROTOCOLO               *
      *----------------------------------------------------------------*
       FD  SACMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-SAC.

       01  REG-SAC.
           05 SAC-PROTOCOLO                PIC 9(12).
           05 SAC-CPF                      PIC 9(11).
           05 SAC-NOME                     PIC X(30).
           05 SAC-CANAL                    PIC X(01).
           05 SAC-ASSUNTO                  PIC X(04).
           05 SAC-CONTRATO                 PIC 9(10).
           05 SAC-DATA-ABERTURA            PIC 9(08).
           05 SAC-PRAZO                    PIC 9(08).
           05 SAC-SITUACAO                 PIC X(01).
              88 SAC-SIT-FECHADA                        VALUE 'F'.
           05 SAC-AREA                     PIC X(08).
           05 SAC-DATA-ENCAMINHA           PIC 9(08).
           05 SAC-DATA-RESPOSTA            PIC 9(08).
           05 SAC-NO-PRAZO                 PIC X(01).
           05 SAC-PROCEDENCIA              PIC X(01).
           05 SAC-DATA-FECHAMENTO          PIC 9(08).
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
      *   HISTORICO DE CONTATOS DA MESA DE COBRANCA (VRB754S)          *
      *----------------------------------------------------------------*
       FD  CTTHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTT.

       01  REG-CTT.
           05 CTT-CPF                      PIC 9(11).
           05 CTT-DATA                     PIC 9(08).
           05 CTT-RESULTADO                PIC X(01).
              88 CTT-CLIENTE-ATENDEU                    VALUE 'C' 'P'
                                                              'R'.
           05 CTT-FONE                     PIC X(13).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   ATENDIMENTO DE RESGATES DE PREMIOS (VRB764S)                 *
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
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
      *   HISTORICO DE PESQUISAS NPS (ACUMULATIVO, EM ORDEM DE NUMERO) *
      *----------------------------------------------------------------*
       FD  NPSHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-ID                       PIC 9(10).
           05 HIS-CPF                      PIC 9(11).
           05 HIS-DATA-ENVIO               PIC 9(08).
           05 HIS-PONTO                    PIC X(01).
           05 HIS-AGENCIA                  PIC 9(04).
           05 HIS-CANAL                    PIC X(01).
           05 HIS-DATA-EVENTO              PIC 9(08).
           05 HIS-SITUACAO                 PIC X(01).
           05 HIS-NOTA                     PIC 9(02).
           05 HIS-DATA-RESPOSTA            PIC 9(08).
           05 FILLER                       PIC X(26).
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
       FD  OBITOMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-OBI.

       01  REG-OBI.
           05 OBI-CPF                      PIC 9(11).
           05 OBI-NOME                     PIC X(30).
           05 OBI-DATA-OBITO               PIC 9(08).
           05 OBI-DATA-PROCESSO            PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  CADCTO
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTO.

       01  REG-CTO.
           05 CTO-CPF                      PIC 9(11).
           05 CTO-EMAIL                    PIC X(50).
           05 CTO-CANAL                    PIC X(01).
              88 CTO-CANAL-PAPEL                        VALUE 'P'.
              88 CTO-CANAL-EMAIL                        VALUE 'E'.
           05 CTO-DATA-CONSENTE            PIC 9(08).
           05 FILLER                       PIC X(10).
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
      *   CONVITES PARA O FORNECEDOR DA PESQUISA (SEM CPF)             *
      *----------------------------------------------------------------*
       FD  NPSCON
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-CON.

       01  REG-CON.
           05 CON-ID                       PIC 9(10).
           05 CON-CANAL                    PIC X(01).
           05 CON-NOME                     PIC X(30).
           05 CON-EMAIL                    PIC X(50).
           05 CON-LOGRADOURO               PIC X(40).
           05 CON-NUMERO                   PIC X(06).
           05 CON-CIDADE                   PIC X(20).
           05 CON-UF                       PIC X(02).
           05 CON-CEP                      PIC 9(08).
           05 CON-PONTO                    PIC X(01).
           05 CON-DATA-EVENTO              PIC 9(08).
           05 FILLER                       PIC X(24).
      *----------------------------------------------------------------*
      *   EVENTOS, AGENCIAS E PESQUISAS ANTERIORES POR CPF             *
      *   TIPO: E = EVENTO, G = AGENCIA (CTAAGE), H = PESQUISA RECENTE *
      *----------------------------------------------------------------*
       SD  NPSWK.

       01  REG-NPSWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-DATA                      PIC 9(08).
           05 SW-TIPO                      PIC X(01).
           05 SW-PONTO                     PIC X(01).
           05 SW-AGENCIA                   PIC 9(04).
           05 SW-NOME                      PIC X(30).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-CTG                       PIC X(02)     VALUE '00'.
       77  WS-FS-SAC                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTT                       PIC X(02)     VALUE '00'.
       77  WS-FS-FUL                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-OPT                       PIC X(02)     VALUE '00'.
       77  WS-FS-OBI                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTO                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CON                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *            PARAMETROS DA PESQUISA (PARMMST DOMINIO 'NPS')      *
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
       01  WS-VC-NUMERO-R REDEFINES WS-VC-AREA.
           05 WS-VC-NUMERO                 PIC 9(03).
           05 FILLER                       PIC X(37).
       77  WS-JANELA                       PIC 9(03)     VALUE 7.
       77  WS-QUARENTENA                   PIC 9(03)     VALUE 90.
       77  WS-PCT-AMOSTRA                  PIC 9(03)     VALUE 20.
       77  WS-PARM-MINIMO                  PIC 9(03)     VALUE ZEROS.
       77  WS-PARM-MAXIMO                  PIC 9(03)     VALUE ZEROS.
       77  WS-PARM-VALOR                   PIC 9(03)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        DATA + N DIAS (VRB670S), COM A ULTIMA CONTA GUARDADA    *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-EVENTO                  PIC 9(08)   VALUE ZEROS.
       77  WS-DIAS                         PIC 9(03)   VALUE ZEROS.
       77  WS-DENTRO                       PIC X(01)   VALUE 'N'.
           88 WS-DENTRO-SIM                            VALUE 'S'.
       77  WS-ULT-DATA-BASE                PIC 9(08)   VALUE ZEROS.
       77  WS-ULT-DIAS                     PIC 9(03)   VALUE ZEROS.
       77  WS-ULT-DATA-FIM                 PIC 9(08)   VALUE ZEROS.
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE.
               10  WS-DP-ANO-BASE          PIC 9(04).
               10  WS-DP-MES-BASE          PIC 9(02).
               10  WS-DP-DIA-BASE          PIC 9(02).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO        PIC 9(08).
           05  WS-DP-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *      REGISTRO DE SUPRESSAO (OPT-OUT) E DE OBITOS               *
      *----------------------------------------------------------------*
       77  WS-QTDE-OPTOUT                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OPT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-OPT-ACHADO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-OPTOUT.
           05 WS-OPT-CPF-OCR               PIC 9(11)  OCCURS 2000.
       77  WS-QTDE-OBITO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OBI                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-OBI-ACHADO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-OBITO.
           05 WS-OBI-CPF-OCR               PIC 9(11)  OCCURS 2000.
      *----------------------------------------------------------------*
      *      SORTEIO DA AMOSTRA: GERADOR CONGRUENTE DE LEHMER          *
      *      (48271 MOD 2147483647) SOBRE A RAIZ DO CPF + DATA         *
      *----------------------------------------------------------------*
       77  WS-SORTEIO                      PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-QUOC                 PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-RESTO                PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-FAIXA                PIC 9(02)     VALUE ZEROS.
       77  WS-RAIZ-CPF                     PIC 9(09)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 CLIENTE CORRENTE DO SORT                       *
      *----------------------------------------------------------------*
       77  WS-CPF-GRUPO                    PIC 9(11)     VALUE ZEROS.
       77  WS-TEM-EVENTO                   PIC X(01)     VALUE 'N'.
           88 WS-TEM-EVENTO-SIM                          VALUE 'S'.
       77  WS-EM-QUARENTENA                PIC X(01)     VALUE 'N'.
           88 WS-EM-QUARENTENA-SIM                       VALUE 'S'.
       77  WS-PONTO                        PIC X(01)     VALUE SPACES.
       77  WS-DATA-EVENTO-CLI              PIC 9(08)     VALUE ZEROS.
       77  WS-AGENCIA                      PIC 9(04)     VALUE ZEROS.
       77  WS-NOME                         PIC X(30)     VALUE SPACES.
       77  WS-CANAL                        PIC X(01)     VALUE SPACES.
       77  WS-PROX-ID                      PIC 9(10)     VALUE ZEROS.
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
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CTG                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SAC                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FUL                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-EVENTOS                      PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-EVENTO                   PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-QUARENTENA               PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-OPTOUT                   PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-OBITO                    PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-FORA-AMOSTRA             PIC 9(07)     VALUE ZEROS.
       77  WS-CLI-SEM-CANAL                PIC 9(07)     VALUE ZEROS.
       77  WS-CONVITES-EMAIL               PIC 9(07)     VALUE ZEROS.
       77  WS-CONVITES-CARTA               PIC 9(07)     VALUE ZEROS.
       77  WS-CONVITES                     PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB842S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB842S'.
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
           SORT NPSWK
                ASCENDING  KEY             SW-CPF
                DESCENDING KEY             SW-DATA
                INPUT  PROCEDURE IS        0100-MONTA-EVENTOS
                OUTPUT PROCEDURE IS        0500-SELECIONA.

           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-MONTA-EVENTOS                  SECTION.
      *================================================================*
      * LE O HISTORICO DE PESQUISAS E AS QUATRO FONTES DE EVENTOS.     *
      * CTTHIST E FULFILL PODEM NAO EXISTIR NA SEMANA (STATUS 35).     *
      *----------------------------------------------------------------*
           PERFORM 0110-LE-NPSHIST   THRU  0110-99-LE-NPSHIST-EXIT.
           PERFORM 0120-LE-CTAAGE    THRU  0120-99-LE-CTAAGE-EXIT.
           PERFORM 0130-LE-SACMST    THRU  0130-99-LE-SACMST-EXIT.
           PERFORM 0140-LE-CTTHIST   THRU  0140-99-LE-CTTHIST-EXIT.
           PERFORM 0150-LE-FULFILL   THRU  0150-99-LE-FULFILL-EXIT.
      *----------------------------------------------------------------*
       0100-99-MONTA-EVENTOS-EXIT.         EXIT.
      *================================================================*
       0110-LE-NPSHIST                     SECTION.
      *================================================================*
      * O MAIOR NUMERO JA USADO DEFINE O PROXIMO. PESQUISA ENVIADA HA  *
      * MENOS DE N DIAS (QUARENTENA) VAI PARA O SORT COMO TIPO 'H'.    *
      *----------------------------------------------------------------*
           MOVE '0110-LE-NPSHIST'          TO    WS-CODIGO-AREA.

           OPEN  INPUT                     NPSHIST.
           IF    WS-FS-HIS                 EQUAL      '35'
                 GO TO 0110-99-LE-NPSHIST-EXIT
           END-IF.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0115-TRATA-NPSHIST THRU 0115-99-TRATA-NPSHIST-EXIT
                   UNTIL WS-FS-HIS         EQUAL      '10'.

           CLOSE NPSHIST.
      *----------------------------------------------------------------*
       0110-99-LE-NPSHIST-EXIT.            EXIT.
      *================================================================*
       0115-TRATA-NPSHIST                  SECTION.
      *================================================================*
           READ NPSHIST.
           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HIS                   EQUAL      '10'
               GO TO 0115-99-TRATA-NPSHIST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HIS.
           IF  HIS-ID                      GREATER    WS-PROX-ID
               MOVE HIS-ID                 TO         WS-PROX-ID
           END-IF.

           MOVE HIS-DATA-ENVIO             TO         WS-DATA-EVENTO.
           MOVE WS-QUARENTENA              TO         WS-DIAS.
           PERFORM 0190-VERIFICA-JANELA
               THRU 0190-99-VERIFICA-JANELA-EXIT.
           IF  NOT WS-DENTRO-SIM
               GO TO 0115-99-TRATA-NPSHIST-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE HIS-CPF                    TO         SW-CPF.
           MOVE HIS-DATA-ENVIO             TO         SW-DATA.
           MOVE 'H'                        TO         SW-TIPO.
           MOVE ZEROS                      TO         SW-AGENCIA.
           RELEASE REG-NPSWK.
      *----------------------------------------------------------------*
       0115-99-TRATA-NPSHIST-EXIT.         EXIT.
      *================================================================*
       0120-LE-CTAAGE                      SECTION.
      *================================================================*
      * TODA CONTA DO CTAAGE DA A AGENCIA DO CLIENTE (TIPO 'G'); A     *
      * ABERTURA DENTRO DA JANELA TAMBEM EH EVENTO 'A'.                *
      *----------------------------------------------------------------*
           MOVE '0120-LE-CTAAGE'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     CTAAGE.
           IF    WS-FS-CTG                 EQUAL      '35'
                 GO TO 0120-99-LE-CTAAGE-EXIT
           END-IF.
           IF    WS-FS-CTG                 NOT EQUAL  '00'
                 MOVE WS-FS-CTG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0125-TRATA-CTAAGE THRU 0125-99-TRATA-CTAAGE-EXIT
                   UNTIL WS-FS-CTG         EQUAL      '10'.

           CLOSE CTAAGE.
      *----------------------------------------------------------------*
       0120-99-LE-CTAAGE-EXIT.             EXIT.
      *================================================================*
       0125-TRATA-CTAAGE                   SECTION.
      *================================================================*
           READ CTAAGE.
           IF  WS-FS-CTG   NOT EQUAL '00'
           AND WS-FS-CTG   NOT EQUAL '10'
               MOVE WS-FS-CTG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTG                   EQUAL      '10'
               GO TO 0125-99-TRATA-CTAAGE-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTG.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE CTG-CPF                    TO         SW-CPF.
           MOVE CTG-DATA-ABERTURA          TO         SW-DATA.
           MOVE 'G'                        TO         SW-TIPO.
           MOVE CTG-AGENCIA                TO         SW-AGENCIA.
           RELEASE REG-NPSWK.

           MOVE CTG-DATA-ABERTURA          TO         WS-DATA-EVENTO.
           MOVE WS-JANELA                  TO         WS-DIAS.
           PERFORM 0190-VERIFICA-JANELA
               THRU 0190-99-VERIFICA-JANELA-EXIT.
           IF  WS-DENTRO-SIM
               MOVE 'E'                    TO         SW-TIPO
               MOVE 'A'                    TO         SW-PONTO
               PERFORM 0180-RELEASE-EVENTO
                   THRU 0180-99-RELEASE-EVENTO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       0125-99-TRATA-CTAAGE-EXIT.          EXIT.
      *================================================================*
       0130-LE-SACMST                      SECTION.
      *================================================================*
           MOVE '0130-LE-SACMST'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     SACMST.
           IF    WS-FS-SAC                 NOT EQUAL  '00'
                 MOVE WS-FS-SAC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER SACMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0135-TRATA-SACMST THRU 0135-99-TRATA-SACMST-EXIT
                   UNTIL WS-FS-SAC         EQUAL      '10'.

           CLOSE SACMST.
      *----------------------------------------------------------------*
       0130-99-LE-SACMST-EXIT.             EXIT.
      *================================================================*
       0135-TRATA-SACMST                   SECTION.
      *================================================================*
           READ SACMST.
           IF  WS-FS-SAC   NOT EQUAL '00'
           AND WS-FS-SAC   NOT EQUAL '10'
               MOVE WS-FS-SAC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SACMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SAC                   EQUAL      '10'
               GO TO 0135-99-TRATA-SACMST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SAC.
           IF  NOT SAC-SIT-FECHADA
               GO TO 0135-99-TRATA-SACMST-EXIT
           END-IF.

           MOVE SAC-DATA-FECHAMENTO        TO         WS-DATA-EVENTO.
           MOVE WS-JANELA                  TO         WS-DIAS.
           PERFORM 0190-VERIFICA-JANELA
               THRU 0190-99-VERIFICA-JANELA-EXIT.
           IF  NOT WS-DENTRO-SIM
               GO TO 0135-99-TRATA-SACMST-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE SAC-CPF                    TO         SW-CPF.
           MOVE SAC-DATA-FECHAMENTO        TO         SW-DATA.
           MOVE 'E'                        TO         SW-TIPO.
           MOVE 'R'                        TO         SW-PONTO.
           MOVE ZEROS                      TO         SW-AGENCIA.
           MOVE SAC-NOME                   TO         SW-NOME.
           PERFORM 0180-RELEASE-EVENTO THRU 0180-99-RELEASE-EVENTO-EXIT.
      *----------------------------------------------------------------*
       0135-99-TRATA-SACMST-EXIT.          EXIT.
      *================================================================*
       0140-LE-CTTHIST                     SECTION.
      *================================================================*
           MOVE '0140-LE-CTTHIST'          TO    WS-CODIGO-AREA.

           OPEN  INPUT                     CTTHIST.
           IF    WS-FS-CTT                 EQUAL      '35'
                 GO TO 0140-99-LE-CTTHIST-EXIT
           END-IF.
           IF    WS-FS-CTT                 NOT EQUAL  '00'
                 MOVE WS-FS-CTT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO CTTHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0145-TRATA-CTTHIST THRU 0145-99-TRATA-CTTHIST-EXIT
                   UNTIL WS-FS-CTT         EQUAL      '10'.

           CLOSE CTTHIST.
      *----------------------------------------------------------------*
       0140-99-LE-CTTHIST-EXIT.            EXIT.
      *================================================================*
       0145-TRATA-CTTHIST                  SECTION.
      *================================================================*
           READ CTTHIST.
           IF  WS-FS-CTT   NOT EQUAL '00'
           AND WS-FS-CTT   NOT EQUAL '10'
               MOVE WS-FS-CTT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO CTTHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTT                   EQUAL      '10'
               GO TO 0145-99-TRATA-CTTHIST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTT.
           IF  NOT CTT-CLIENTE-ATENDEU
               GO TO 0145-99-TRATA-CTTHIST-EXIT
           END-IF.

           MOVE CTT-DATA                   TO         WS-DATA-EVENTO.
           MOVE WS-JANELA                  TO         WS-DIAS.
           PERFORM 0190-VERIFICA-JANELA
               THRU 0190-99-VERIFICA-JANELA-EXIT.
           IF  NOT WS-DENTRO-SIM
               GO TO 0145-99-TRATA-CTTHIST-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE CTT-CPF                    TO         SW-CPF.
           MOVE CTT-DATA                   TO         SW-DATA.
           MOVE 'E'                        TO         SW-TIPO.
           MOVE 'C'                        TO         SW-PONTO.
           MOVE ZEROS                      TO         SW-AGENCIA.
           PERFORM 0180-RELEASE-EVENTO THRU 0180-99-RELEASE-EVENTO-EXIT.
      *----------------------------------------------------------------*
       0145-99-TRATA-CTTHIST-EXIT.         EXIT.
      *================================================================*
       0150-LE-FULFILL                     SECTION.
      *================================================================*
           MOVE '0150-LE-FULFILL'          TO    WS-CODIGO-AREA.

           OPEN  INPUT                     FULFILL.
           IF    WS-FS-FUL                 EQUAL      '35'
                 GO TO 0150-99-LE-FULFILL-EXIT
           END-IF.
           IF    WS-FS-FUL                 NOT EQUAL  '00'
                 MOVE WS-FS-FUL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ATENDIMENTO FULFILL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0155-TRATA-FULFILL THRU 0155-99-TRATA-FULFILL-EXIT
                   UNTIL WS-FS-FUL         EQUAL      '10'.

           CLOSE FULFILL.
      *----------------------------------------------------------------*
       0150-99-LE-FULFILL-EXIT.            EXIT.
      *================================================================*
       0155-TRATA-FULFILL                  SECTION.
      *================================================================*
           READ FULFILL.
           IF  WS-FS-FUL   NOT EQUAL '00'
           AND WS-FS-FUL   NOT EQUAL '10'
               MOVE WS-FS-FUL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ATENDIMENTO FULFILL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FUL                   EQUAL      '10'
               GO TO 0155-99-TRATA-FULFILL-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-FUL.

           MOVE FUL-DATA                   TO         WS-DATA-EVENTO.
           MOVE WS-JANELA                  TO         WS-DIAS.
           PERFORM 0190-VERIFICA-JANELA
               THRU 0190-99-VERIFICA-JANELA-EXIT.
           IF  NOT WS-DENTRO-SIM
               GO TO 0155-99-TRATA-FULFILL-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NPSWK.
           MOVE FUL-CPF                    TO         SW-CPF.
           MOVE FUL-DATA                   TO         SW-DATA.
           MOVE 'E'                        TO         SW-TIPO.
           MOVE 'P'                        TO         SW-PONTO.
           MOVE ZEROS                      TO         SW-AGENCIA.
           PERFORM 0180-RELEASE-EVENTO THRU 0180-99-RELEASE-EVENTO-EXIT.
      *----------------------------------------------------------------*
       0155-99-TRATA-FULFILL-EXIT.         EXIT.
      *================================================================*
       0180-RELEASE-EVENTO                 SECTION.
      *================================================================*
           RELEASE REG-NPSWK.
           ADD  1                          TO         WS-EVENTOS.
      *----------------------------------------------------------------*
       0180-99-RELEASE-EVENTO-EXIT.        EXIT.
      *================================================================*
       0190-VERIFICA-JANELA                SECTION.
      *================================================================*
      * DENTRO DA JANELA: DATA NAO FUTURA E DATA + N DIAS MAIOR QUE    *
      * HOJE. A ULTIMA SOMA FICA GUARDADA - OS ARQUIVOS TRAZEM MUITAS  *
      * DATAS REPETIDAS EM SEQUENCIA.                                  *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-DENTRO.

           IF  WS-DATA-EVENTO              NOT NUMERIC
           OR  WS-DATA-EVENTO              EQUAL      ZEROS
           OR  WS-DATA-EVENTO              GREATER    WS-DATA-HOJE
               GO TO 0190-99-VERIFICA-JANELA-EXIT
           END-IF.

           IF  WS-DATA-EVENTO              NOT EQUAL  WS-ULT-DATA-BASE
           OR  WS-DIAS                     NOT EQUAL  WS-ULT-DIAS
               MOVE WS-DATA-EVENTO (1:4)   TO         WS-DP-ANO-BASE
               MOVE WS-DATA-EVENTO (5:2)   TO         WS-DP-MES-BASE
               MOVE WS-DATA-EVENTO (7:2)   TO         WS-DP-DIA-BASE
               MOVE WS-DIAS                TO         WS-DP-DIAS-SOMAR
               CALL WS-VRB670S             USING      WS-DATA-PARM
               IF  WS-DP-RETORNO           EQUAL      'N'
                   GO TO 0190-99-VERIFICA-JANELA-EXIT
               END-IF
               MOVE WS-DATA-EVENTO         TO         WS-ULT-DATA-BASE
               MOVE WS-DIAS                TO         WS-ULT-DIAS
               MOVE WS-DP-DATA-RESULTADO   TO         WS-ULT-DATA-FIM
           END-IF.

           IF  WS-ULT-DATA-FIM             GREATER    WS-DATA-HOJE
               MOVE 'S'                    TO         WS-DENTRO
           END-IF.
      *----------------------------------------------------------------*
       0190-99-VERIFICA-JANELA-EXIT.       EXIT.
      *================================================================*
       0500-SELECIONA                      SECTION.
      *================================================================*
      * OS REGISTROS VOLTAM DO SORT POR CPF E DATA DECRESCENTE; CADA   *
      * CPF EH APURADO E AVALIADO DE UMA VEZ.                          *
      *----------------------------------------------------------------*
           MOVE '0500-SELECIONA'           TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    NPSCON.
           IF    WS-FS-CON                 NOT EQUAL  '00'
                 MOVE WS-FS-CON            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS CONVITES NPSCON'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    NPSHIST.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 OPEN OUTPUT               NPSHIST
           END-IF.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0590-RETORNA-SORT THRU 0590-99-RETORNA-SORT-EXIT.
           PERFORM 0510-PROCESSA-CPF THRU 0510-99-PROCESSA-CPF-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       0500-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       0510-PROCESSA-CPF                   SECTION.
      *================================================================*
           MOVE SW-CPF                     TO         WS-CPF-GRUPO.
           MOVE 'N'                        TO         WS-TEM-EVENTO.
           MOVE 'N'                        TO         WS-EM-QUARENTENA.
           MOVE SPACES                     TO         WS-PONTO.
           MOVE SPACES                     TO         WS-NOME.
           MOVE ZEROS                      TO         WS-AGENCIA.
           MOVE ZEROS                      TO    WS-DATA-EVENTO-CLI.

           PERFORM 0520-ACUMULA-CPF  THRU  0520-99-ACUMULA-CPF-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-CPF            NOT EQUAL  WS-CPF-GRUPO.

           IF  WS-TEM-EVENTO-SIM
               PERFORM 0600-AVALIA-CLIENTE
                   THRU 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.
      *----------------------------------------------------------------*
       0510-99-PROCESSA-CPF-EXIT.          EXIT.
      *================================================================*
       0520-ACUMULA-CPF                    SECTION.
      *================================================================*
      * O PRIMEIRO EVENTO E A PRIMEIRA AGENCIA DO CPF SAO OS MAIS      *
      * RECENTES (DATA DECRESCENTE NO SORT).                           *
      *----------------------------------------------------------------*
           EVALUATE SW-TIPO
               WHEN 'H'
                   MOVE 'S'                TO         WS-EM-QUARENTENA
               WHEN 'G'
                   IF  WS-AGENCIA          EQUAL      ZEROS
                       MOVE SW-AGENCIA     TO         WS-AGENCIA
                   END-IF
               WHEN 'E'
                   IF  NOT WS-TEM-EVENTO-SIM
                       MOVE 'S'            TO         WS-TEM-EVENTO
                       MOVE SW-PONTO       TO         WS-PONTO
                       MOVE SW-DATA        TO         WS-DATA-EVENTO-CLI
                   END-IF
                   IF  WS-NOME             EQUAL      SPACES
                       MOVE SW-NOME        TO         WS-NOME
                   END-IF
           END-EVALUATE.

           PERFORM 0590-RETORNA-SORT THRU 0590-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       0520-99-ACUMULA-CPF-EXIT.           EXIT.
      *================================================================*
       0590-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN NPSWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       0590-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       0600-AVALIA-CLIENTE                 SECTION.
      *================================================================*
           MOVE '0600-AVALIA-CLIENTE'      TO         WS-CODIGO-AREA.
           ADD  1                          TO         WS-CLI-EVENTO.

           IF  WS-EM-QUARENTENA-SIM
               ADD  1                      TO         WS-CLI-QUARENTENA
               GO TO 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-OPT-ACHADO.
           PERFORM 0610-BUSCA-OPTOUT THRU 0610-99-BUSCA-OPTOUT-EXIT
               VARYING WS-IND-OPT FROM 1 BY 1
                 UNTIL WS-IND-OPT GREATER WS-QTDE-OPTOUT
                    OR WS-OPT-ACHADO EQUAL 'S'.
           IF  WS-OPT-ACHADO               EQUAL      'S'
               ADD  1                      TO         WS-CLI-OPTOUT
               GO TO 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-OBI-ACHADO.
           PERFORM 0620-BUSCA-OBITO  THRU  0620-99-BUSCA-OBITO-EXIT
               VARYING WS-IND-OBI FROM 1 BY 1
                 UNTIL WS-IND-OBI GREATER WS-QTDE-OBITO
                    OR WS-OBI-ACHADO EQUAL 'S'.
           IF  WS-OBI-ACHADO               EQUAL      'S'
               ADD  1                      TO         WS-CLI-OBITO
               GO TO 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.

           PERFORM 0630-SORTEIA-AMOSTRA
               THRU 0630-99-SORTEIA-AMOSTRA-EXIT.
           IF  WS-SORTEIO-FAIXA            NOT LESS   WS-PCT-AMOSTRA
               ADD  1                      TO       WS-CLI-FORA-AMOSTRA
               GO TO 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.

           PERFORM 0700-DEFINE-CANAL THRU 0700-99-DEFINE-CANAL-EXIT.
           IF  WS-CANAL                    EQUAL      SPACES
               ADD  1                      TO         WS-CLI-SEM-CANAL
               GO TO 0600-99-AVALIA-CLIENTE-EXIT
           END-IF.

           PERFORM 0800-GRAVA-CONVITE THRU 0800-99-GRAVA-CONVITE-EXIT.
      *----------------------------------------------------------------*
       0600-99-AVALIA-CLIENTE-EXIT.        EXIT.
      *================================================================*
       0610-BUSCA-OPTOUT                   SECTION.
      *================================================================*
           IF  WS-OPT-CPF-OCR (WS-IND-OPT) EQUAL      WS-CPF-GRUPO
               MOVE 'S'                    TO         WS-OPT-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       0610-99-BUSCA-OPTOUT-EXIT.          EXIT.
      *================================================================*
       0620-BUSCA-OBITO                    SECTION.
      *================================================================*
           IF  WS-OBI-CPF-OCR (WS-IND-OBI) EQUAL      WS-CPF-GRUPO
               MOVE 'S'                    TO         WS-OBI-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       0620-99-BUSCA-OBITO-EXIT.           EXIT.
      *================================================================*
       0630-SORTEIA-AMOSTRA                SECTION.
      *================================================================*
      * DOIS PASSOS DO GERADOR SOBRE A RAIZ DO CPF MAIS A DATA DA      *
      * RODADA; A FAIXA 00-99 ABAIXO DO PERCENTUAL ENTRA NA AMOSTRA.   *
      * COM 100 POR CENTO TODOS ENTRAM.                                *
      *----------------------------------------------------------------*
           MOVE WS-CPF-GRUPO (1:9)         TO         WS-RAIZ-CPF.
           COMPUTE WS-SORTEIO = WS-RAIZ-CPF + WS-DATA-HOJE + 1.
           PERFORM 0640-PASSO-GERADOR THRU 0640-99-PASSO-GERADOR-EXIT
                   2 TIMES.
           DIVIDE WS-SORTEIO BY 100 GIVING WS-SORTEIO-QUOC
                                    REMAINDER WS-SORTEIO-FAIXA.
      *----------------------------------------------------------------*
       0630-99-SORTEIA-AMOSTRA-EXIT.       EXIT.
      *================================================================*
       0640-PASSO-GERADOR                  SECTION.
      *================================================================*
           COMPUTE WS-SORTEIO = WS-SORTEIO * 48271.
           DIVIDE WS-SORTEIO BY 2147483647 GIVING WS-SORTEIO-QUOC
                                           REMAINDER WS-SORTEIO-RESTO.
           MOVE WS-SORTEIO-RESTO           TO         WS-SORTEIO.
      *----------------------------------------------------------------*
       0640-99-PASSO-GERADOR-EXIT.         EXIT.
      *================================================================*
       0700-DEFINE-CANAL                   SECTION.
      *================================================================*
      * E-MAIL PARA CANAL 'E' COM E-MAIL NO CADCTO; SENAO CARTA PARA O *
      * ENDERECO DO CADEND QUE NAO ESTEJA EM BUSCA. SEM NENHUM DOS     *
      * DOIS O CLIENTE FICA FORA (WS-CANAL EM BRANCO).                 *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         WS-CANAL.
           MOVE SPACES                     TO         REG-CON.

           MOVE WS-CPF-GRUPO               TO         CTO-CPF.
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
               MOVE 'E'                    TO         WS-CANAL
               MOVE CTO-EMAIL              TO         CON-EMAIL
               GO TO 0700-99-DEFINE-CANAL-EXIT
           END-IF.

           MOVE WS-CPF-GRUPO               TO         END-CPF.
           READ CADEND.
           IF  WS-FS-END                   EQUAL      '23'
               GO TO 0700-99-DEFINE-CANAL-EXIT
           END-IF.
           IF  WS-FS-END                   NOT EQUAL  '00'
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  END-SIT-EM-BUSCA
           OR  END-LOGRADOURO              EQUAL      SPACES
               GO TO 0700-99-DEFINE-CANAL-EXIT
           END-IF.

           MOVE 'C'                        TO         WS-CANAL.
           MOVE END-LOGRADOURO             TO         CON-LOGRADOURO.
           MOVE END-NUMERO                 TO         CON-NUMERO.
           MOVE END-CIDADE                 TO         CON-CIDADE.
           MOVE END-UF                     TO         CON-UF.
           MOVE END-CEP                    TO         CON-CEP.
      *----------------------------------------------------------------*
       0700-99-DEFINE-CANAL-EXIT.          EXIT.
      *================================================================*
       0800-GRAVA-CONVITE                  SECTION.
      *================================================================*
      * O NOME VEM DO EVENTO (RECLAMACAO) OU, NA FALTA, DA PRIMEIRA    *
      * CONTA DO CPF NO CLUSTER CONTAS (VRB712S).                      *
      *----------------------------------------------------------------*
           MOVE '0800-GRAVA-CONVITE'       TO         WS-CODIGO-AREA.

           IF  WS-NOME                     EQUAL      SPACES
               MOVE WS-CPF-GRUPO           TO         WS-712-CPF
               CALL WS-VRB712S             USING      WS-712-PARM
               IF  WS-712-RETORNO          EQUAL      'N'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'ERRO NA CONSULTA DO INDICE ALTERNADO VRB712S'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               IF  WS-712-QTDE-CONTAS      GREATER    ZEROS
                   MOVE WS-712-NOME (1)    TO         WS-NOME
               END-IF
           END-IF.

           ADD  1                          TO         WS-PROX-ID.

           MOVE WS-PROX-ID                 TO         CON-ID.
           MOVE WS-CANAL                   TO         CON-CANAL.
           MOVE WS-NOME                    TO         CON-NOME.
           MOVE WS-PONTO                   TO         CON-PONTO.
           MOVE WS-DATA-EVENTO-CLI         TO         CON-DATA-EVENTO.
           WRITE REG-CON.
           IF  WS-FS-CON                   NOT EQUAL  '00'
               MOVE WS-FS-CON              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONVITES NPSCON'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-HIS.
           MOVE WS-PROX-ID                 TO         HIS-ID.
           MOVE WS-CPF-GRUPO               TO         HIS-CPF.
           MOVE WS-DATA-HOJE               TO         HIS-DATA-ENVIO.
           MOVE WS-PONTO                   TO         HIS-PONTO.
           MOVE WS-AGENCIA                 TO         HIS-AGENCIA.
           MOVE WS-CANAL                   TO         HIS-CANAL.
           MOVE WS-DATA-EVENTO-CLI         TO         HIS-DATA-EVENTO.
           MOVE 'E'                        TO         HIS-SITUACAO.
           MOVE ZEROS                      TO         HIS-NOTA.
           MOVE ZEROS                      TO         HIS-DATA-RESPOSTA.
           WRITE REG-HIS.
           IF  WS-FS-HIS                   NOT EQUAL  '00'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-CONVITES.
           IF  WS-CANAL                    EQUAL      'E'
               ADD  1                      TO         WS-CONVITES-EMAIL
           ELSE
               ADD  1                      TO         WS-CONVITES-CARTA
           END-IF.
      *----------------------------------------------------------------*
       0800-99-GRAVA-CONVITE-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '1000-INICIO'              TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           MOVE 'JANELA  '                 TO         WS-PGT-CHAVE.
           MOVE 1                          TO         WS-PARM-MINIMO.
           MOVE 31                         TO         WS-PARM-MAXIMO.
           MOVE WS-JANELA                  TO         WS-PARM-VALOR.
           PERFORM 1100-LE-PARAMETRO THRU 1100-99-LE-PARAMETRO-EXIT.
           MOVE WS-PARM-VALOR              TO         WS-JANELA.

           MOVE 'QUARENT '                 TO         WS-PGT-CHAVE.
           MOVE 1                          TO         WS-PARM-MINIMO.
           MOVE 365                        TO         WS-PARM-MAXIMO.
           MOVE WS-QUARENTENA              TO         WS-PARM-VALOR.
           PERFORM 1100-LE-PARAMETRO THRU 1100-99-LE-PARAMETRO-EXIT.
           MOVE WS-PARM-VALOR              TO         WS-QUARENTENA.

           MOVE 'AMOSTRA '                 TO         WS-PGT-CHAVE.
           MOVE 1                          TO         WS-PARM-MINIMO.
           MOVE 100                        TO         WS-PARM-MAXIMO.
           MOVE WS-PCT-AMOSTRA             TO         WS-PARM-VALOR.
           PERFORM 1100-LE-PARAMETRO THRU 1100-99-LE-PARAMETRO-EXIT.
           MOVE WS-PARM-VALOR              TO         WS-PCT-AMOSTRA.

           OPEN  INPUT                     OPTOUT.
           IF    WS-FS-OPT                 NOT EQUAL  '00'
                 MOVE WS-FS-OPT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO REGISTRO OPTOUT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1200-CARREGA-OPTOUT THRU 1200-99-CARREGA-OPTOUT-EXIT
                   UNTIL WS-FS-OPT         EQUAL      '10'.
           CLOSE OPTOUT.

           OPEN  INPUT                     OBITOMST.
           IF    WS-FS-OBI                 NOT EQUAL  '00'
                 MOVE WS-FS-OBI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO REGISTRO OBITOMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1300-CARREGA-OBITO THRU 1300-99-CARREGA-OBITO-EXIT
                   UNTIL WS-FS-OBI         EQUAL      '10'.
           CLOSE OBITOMST.

           OPEN  INPUT                     CADCTO.
           IF    WS-FS-CTO                 NOT EQUAL  '00'
                 MOVE WS-FS-CTO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LE-PARAMETRO                   SECTION.
      *================================================================*
      * PARAMETRO NUMERICO DE 3 POSICOES DO DOMINIO 'NPS'. SEM VALOR   *
      * ('V') FICA O PADRAO; FORA DA FAIXA CANCELA.                    *
      *----------------------------------------------------------------*
           MOVE 'NPS     '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
           AND WS-PGT-RETORNO              NOT EQUAL  'V'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR           TO         WS-VC-AREA
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-NUMERO            LESS       WS-PARM-MINIMO
               OR  WS-VC-NUMERO            GREATER    WS-PARM-MAXIMO
                   DISPLAY 'PARAMETRO NPS/' WS-PGT-CHAVE
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO DO DOMINIO NPS INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-NUMERO           TO         WS-PARM-VALOR
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1200-CARREGA-OPTOUT                 SECTION.
      *================================================================*
           READ OPTOUT.
           IF  WS-FS-OPT  NOT EQUAL '00'
           AND WS-FS-OPT  NOT EQUAL '10'
               MOVE WS-FS-OPT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REGISTRO OPTOUT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-OPT                   EQUAL      '00'
               IF  WS-QTDE-OPTOUT          EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'REGISTRO OPTOUT MAIOR QUE 2000 CPF'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-OPTOUT
               MOVE OPT-CPF        TO  WS-OPT-CPF-OCR (WS-QTDE-OPTOUT)
           END-IF.
      *----------------------------------------------------------------*
       1200-99-CARREGA-OPTOUT-EXIT.        EXIT.
      *================================================================*
       1300-CARREGA-OBITO                  SECTION.
      *================================================================*
           READ OBITOMST.
           IF  WS-FS-OBI   NOT EQUAL '00'
           AND WS-FS-OBI   NOT EQUAL '10'
               MOVE WS-FS-OBI              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REGISTRO DE OBITOS OBITOMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-OBI                   EQUAL      '00'
               IF  WS-QTDE-OBITO           EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'REGISTRO OBITOMST MAIOR QUE 2000 CPF'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-OBITO
               MOVE OBI-CPF        TO  WS-OBI-CPF-OCR (WS-QTDE-OBITO)
           END-IF.
      *----------------------------------------------------------------*
       1300-99-CARREGA-OBITO-EXIT.         EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE NPSCON  NPSHIST  CADCTO  CADEND.

           IF  WS-FS-CON                   NOT EQUAL  '00'
           OR  WS-FS-HIS                   NOT EQUAL  '00'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* JANELA DE EVENTOS (D) =    ' WS-JANELA.
           DISPLAY '* QUARENTENA (DIAS)     =    ' WS-QUARENTENA.
           DISPLAY '* AMOSTRA (PCT)         =    ' WS-PCT-AMOSTRA.
           DISPLAY '* LIDOS CTAAGE          =    ' WS-LIDOS-CTG.
           DISPLAY '* LIDOS SACMST          =    ' WS-LIDOS-SAC.
           DISPLAY '* LIDOS CTTHIST         =    ' WS-LIDOS-CTT.
           DISPLAY '* LIDOS FULFILL         =    ' WS-LIDOS-FUL.
           DISPLAY '* LIDOS NPSHIST         =    ' WS-LIDOS-HIS.
           DISPLAY '* EVENTOS NA JANELA     =    ' WS-EVENTOS.
           DISPLAY '* CLIENTES COM EVENTO   =    ' WS-CLI-EVENTO.
           DISPLAY '* EM QUARENTENA         =    ' WS-CLI-QUARENTENA.
           DISPLAY '* NO OPTOUT             =    ' WS-CLI-OPTOUT.
           DISPLAY '* NO REGISTRO DE OBITOS =    ' WS-CLI-OBITO.
           DISPLAY '* FORA DA AMOSTRA       =    ' WS-CLI-FORA-AMOSTRA.
           DISPLAY '* SEM CANAL             =    ' WS-CLI-SEM-CANAL.
           DISPLAY '* CONVITES POR E-MAIL   =    ' WS-CONVITES-EMAIL.
           DISPLAY '* CONVITES POR CARTA    =    ' WS-CONVITES-CARTA.
           DISPLAY '* ULTIMO NUMERO USADO   =    ' WS-PROX-ID.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-EVENTOS                TO    WS-RC-QTDE-LIDOS
           MOVE  WS-CONVITES               TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB842S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
