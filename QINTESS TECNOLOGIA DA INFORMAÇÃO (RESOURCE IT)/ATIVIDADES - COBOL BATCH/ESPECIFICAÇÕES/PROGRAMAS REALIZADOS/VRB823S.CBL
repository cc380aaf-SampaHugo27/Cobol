       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB823S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: TRANSFERENCIA DE PONTOS DO PNTMST PARA PROGRAMAS DE  *
      * FIDELIDADE PARCEIROS (MILHAS AEREAS). HOJE O UNICO RESGATE EH  *
      * O CATALOGO DE PREMIOS (VRB764S). RODA DEPOIS DO VRB764S E DO   *
      * RETORNO DOS PARCEIROS (VRB825S) E ANTES DO MOTOR VRB708S:      *
      *   1. CLASSIFICA (SORT INTERNO) POR CPF OS PEDIDOS DE           *
      *      TRANSFERENCIA TRFSOL (CPF, PARCEIRO, NUMERO DE SOCIO NO   *
      *      PARCEIRO E PONTOS) JUNTO COM OS CREDITOS PNTEST:          *
      *      ESTORNOS DAS TRANSFERENCIAS RECUSADAS (VRB825S, TIPO 'E') *
      *      E DOS PREMIOS NAO ENTREGUES (VRB862S, PNTENT, TIPO 'E') E *
      *      BONUS DE INDICACAO (VRB826S, TIPO 'B'), CONCATENADOS E    *
      *      OPCIONAIS;                                                *
      *   2. BATE COM O SALDO DO MASTER PNTMST - SO AS FAIXAS QUE NAO  *
      *      EXPIRAM NA RODADA DO VRB708S (ATE 12 MESES) - E COM OS    *
      *      DEBITOS JA COMPROMETIDOS NO PNTRES PELO CATALOGO; O       *
      *      ESTORNO DO DIA VOLTA AO SALDO DISPONIVEL;                 *
      *   3. CRITICA CADA PEDIDO: PARCEIRO CADASTRADO E ATIVO NO       *
      *      PARMMST (DOMINIO PARCFID, CHAVE = CODIGO DO PARCEIRO:     *
      *      NOME, BLOCO MINIMO, PONTOS POR MILHA E SITUACAO), NUMERO  *
      *      DE SOCIO INFORMADO, PONTOS EM MULTIPLO DO BLOCO MINIMO,   *
      *      CPF FORA DO CONGELAMENTO POR OBITO (PNTFRZ) E SALDO QUE   *
      *      COBRE O PEDIDO;                                           *
      *   4. PEDIDO ACEITO GERA O DEBITO NO PNTRESN (O VRB708S CONSOME *
      *      AS FAIXAS MAIS ANTIGAS PRIMEIRO), O DETALHE DE ENVIO      *
      *      TRFACE E O REGISTRO DA TRANSFERENCIA NO MASTER            *
      *      TRFMST -> TRFMSTN, SITUACAO 'E' (ENVIADA), COM O NUMERO   *
      *      DATA+SEQUENCIA QUE O PARCEIRO DEVOLVE NO RETORNO.         *
      * O PNTRESN SAI EM ORDEM DE CPF COM OS DEBITOS DO CATALOGO, OS   *
      * ESTORNOS (TIPO 'E') E AS TRANSFERENCIAS, E SUBSTITUI O PNTRES  *
      * NA ENTRADA DO VRB708S. O TRFACE TRAZ TODOS OS PARCEIROS: O     *
      * VRB824S SEPARA O ARQUIVO DE CADA PARCEIRO PARA O ENVELOPE DO   *
      * VRB785S (ESTPARM COM VALOR NA POSICAO 055, TAMANHO 09 =        *
      * MILHAS), QUE REGISTRA O MANIFESTO TRNMAN. PEDIDO REPROVADO     *
      * SAI NO TRFREJ COM O MOTIVO; O RELTRF RESUME POR PARCEIRO.      *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          PNTEST TAMBEM COM O BONUS DE *
      *                                   INDICACAO (TIPO 'B') DO      *
      *                                   VRB826S; TIPO REPASSADO AO   *
      *                                   PNTRESN                      *
      *  15/10/2026 HUGO SAMPAIO          PNTEST TAMBEM COM O ESTORNO  *
      *                                   DOS PREMIOS NAO ENTREGUES    *
      *                                   (PNTENT DO VRB862S)          *
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

           SELECT TRFSOL         ASSIGN TO TRFSOL
           FILE STATUS           IS        WS-FS-SOL.
      *----------------------------------------------------------------*
           SELECT PNTEST         ASSIGN TO PNTEST
           FILE STATUS           IS        WS-FS-EST.
      *----------------------------------------------------------------*
           SELECT TRFSRT         ASSIGN TO TRFSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT PNTMST         ASSIGN TO PNTMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT PNTRES         ASSIGN TO PNTRES
           FILE STATUS           IS        WS-FS-RES.
      *----------------------------------------------------------------*
           SELECT PNTRESN        ASSIGN TO PNTRESN
           FILE STATUS           IS        WS-FS-RESN.
      *----------------------------------------------------------------*
           SELECT PNTFRZ         ASSIGN TO PNTFRZ
           FILE STATUS           IS        WS-FS-FRZ.
      *----------------------------------------------------------------*
           SELECT TRFMST         ASSIGN TO TRFMST
           FILE STATUS           IS        WS-FS-TRF.
      *----------------------------------------------------------------*
           SELECT TRFMSTN        ASSIGN TO TRFMSTN
           FILE STATUS           IS        WS-FS-TRFN.
      *----------------------------------------------------------------*
           SELECT TRFACE         ASSIGN TO TRFACE
           FILE STATUS           IS        WS-FS-ACE.
      *----------------------------------------------------------------*
           SELECT TRFREJ         ASSIGN TO TRFREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT RELTRF         ASSIGN TO RELTRF
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   PEDIDOS DE TRANSFERENCIA DE PONTOS PARA PARCEIROS            *
      *----------------------------------------------------------------*
       FD  TRFSOL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SOL.

       01  REG-SOL.
           05 SOL-CPF                      PIC 9(11).
           05 SOL-PARCEIRO                 PIC X(08).
           05 SOL-MEMBRO                   PIC X(20).
           05 SOL-PONTOS                   PIC 9(09).
           05 FILLER                       PIC X(32).
      *----------------------------------------------------------------*
      *   CREDITOS DE PONTOS (VRB825S E VRB826S), LAYOUT DO PNTRES     *
      *----------------------------------------------------------------*
       FD  PNTEST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-EST.

       01  REG-EST.
           05 EST-CPF                      PIC 9(11).
           05 EST-PONTOS                   PIC 9(09).
           05 EST-TIPO                     PIC X(01).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  TRFSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CPF                      PIC 9(11).
           05 SRT-ORDEM                    PIC 9(01).
              88 SRT-ESTORNO                            VALUE 1.
              88 SRT-SOLICITACAO                        VALUE 2.
           05 SRT-PARCEIRO                 PIC X(08).
           05 SRT-MEMBRO                   PIC X(20).
           05 SRT-PONTOS                   PIC 9(09).
           05 SRT-TIPO                     PIC X(01).
           05 FILLER                       PIC X(30).
      *----------------------------------------------------------------*
       SD  SORTWK.

      * O ESTORNO (ORDEM 1) VEM ANTES DOS PEDIDOS (ORDEM 2) DO CPF,
      * PARA QUE OS PONTOS DEVOLVIDOS JA POSSAM SER TRANSFERIDOS.
       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-ORDEM                     PIC 9(01).
           05 SW-PARCEIRO                  PIC X(08).
           05 SW-MEMBRO                    PIC X(20).
           05 SW-PONTOS                    PIC 9(09).
           05 SW-TIPO                      PIC X(01).
           05 FILLER                       PIC X(30).
      *----------------------------------------------------------------*
       FD  PNTMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 260 CHARACTERS
           DATA RECORD IS       REG-MST.

      * LAYOUT DO MASTER EM FAIXAS MENSAIS (VRB708S); AS FAIXAS DAO O
      * SALDO QUE AINDA ESTARA VIVO NA PROXIMA RODADA DO MOTOR.
       01  REG-MST.
           05 MST-CPF                      PIC 9(11).
           05 MST-NOME                     PIC X(30).
           05 MST-SALDO-PONTOS             PIC 9(09).
           05 MST-QTDE-FAIXAS              PIC 9(02).
           05 MST-FAIXA                    OCCURS 13 TIMES.
              10 MST-FX-ANOMES             PIC 9(06).
              10 MST-FX-ANOMES-R REDEFINES MST-FX-ANOMES.
                 15 MST-FX-ANO             PIC 9(04).
                 15 MST-FX-MES             PIC 9(02).
              10 MST-FX-PONTOS             PIC 9(09).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
      *   DEBITOS JA COMPROMETIDOS NO DIA (CATALOGO VRB764S)           *
      *----------------------------------------------------------------*
       FD  PNTRES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-RES.

       01  REG-RES.
           05 RES-CPF                      PIC 9(11).
           05 RES-PONTOS                   PIC 9(09).
           05 RES-TIPO                     PIC X(01).
              88 RES-ESTORNO                            VALUE 'E'.
              88 RES-BONUS                              VALUE 'B'.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  PNTRESN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-RESN.

       01  REG-RESN.
           05 RESN-CPF                     PIC 9(11).
           05 RESN-PONTOS                  PIC 9(09).
           05 RESN-TIPO                    PIC X(01).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  PNTFRZ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-FRZ.

       01  REG-FRZ.
           05 FRZ-CPF                      PIC 9(11).
           05 FRZ-DATA-OBITO               PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
      *   MASTER DAS TRANSFERENCIAS, POR DATA + SEQUENCIA              *
      *----------------------------------------------------------------*
       FD  TRFMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-TRF.

       01  REG-TRF.
           05 TRF-CHAVE.
              10 TRF-DATA                  PIC 9(08).
              10 TRF-SEQ                   PIC 9(06).
           05 FILLER                       PIC X(106).
      *----------------------------------------------------------------*
       FD  TRFMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-TRFN.

       01  REG-TRFN.
           05 TRFN-CHAVE.
              10 TRFN-DATA                 PIC 9(08).
              10 TRFN-SEQ                  PIC 9(06).
           05 TRFN-CPF                     PIC 9(11).
           05 TRFN-PARCEIRO                PIC X(08).
           05 TRFN-MEMBRO                  PIC X(20).
           05 TRFN-PONTOS                  PIC 9(09).
           05 TRFN-MILHAS                  PIC 9(09).
           05 TRFN-SITUACAO                PIC X(01).
           05 TRFN-DATA-SITUACAO           PIC 9(08).
           05 TRFN-MOTIVO                  PIC X(30).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   DETALHE DE ENVIO AOS PARCEIROS (POSICAO 80 SEMPRE EM BRANCO) *
      *----------------------------------------------------------------*
       FD  TRFACE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ACE.

       01  REG-ACE.
           05 ACE-DATA                     PIC 9(08).
           05 ACE-SEQ                      PIC 9(06).
           05 ACE-CPF                      PIC 9(11).
           05 ACE-MEMBRO                   PIC X(20).
           05 ACE-PONTOS                   PIC 9(09).
           05 ACE-MILHAS                   PIC 9(09).
           05 ACE-PARCEIRO                 PIC X(08).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  TRFREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-CPF                      PIC 9(11).
           05 REJ-PARCEIRO                 PIC X(08).
           05 REJ-MEMBRO                   PIC X(20).
           05 REJ-PONTOS                   PIC 9(09).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  RELTRF
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-SOL                       PIC X(02)     VALUE '00'.
       77  WS-FS-EST                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-RES                       PIC X(02)     VALUE '00'.
       77  WS-FS-RESN                      PIC X(02)     VALUE '00'.
       77  WS-FS-FRZ                       PIC X(02)     VALUE '00'.
       77  WS-FS-TRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-TRFN                      PIC X(02)     VALUE '00'.
       77  WS-FS-ACE                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-RES-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-RES-ABERTO-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *      CPFS COM SALDO CONGELADO POR OBITO (PNTFRZ, VRB790S)      *
      *----------------------------------------------------------------*
       77  WS-QTDE-FRZ                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-FRZ                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CPF-CONGELADO                PIC X(01)     VALUE 'N'.
       01  WS-TAB-FRZ.
           05 WS-FRZ-CPF-OCR               PIC 9(11)  OCCURS 2000.
      *----------------------------------------------------------------*
      *        RESUMO POR PARCEIRO PARA O RELATORIO RELTRF             *
      *----------------------------------------------------------------*
       77  WS-QTDE-PAR                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PAR                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PAR-ACH                  PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-PAR.
           05 WS-PAR-OCR                   OCCURS 50 TIMES.
              10 WS-PAR-CODIGO             PIC X(08).
              10 WS-PAR-NOME               PIC X(20).
              10 WS-PAR-ACEITAS            PIC 9(07).
              10 WS-PAR-PONTOS             PIC 9(11).
              10 WS-PAR-MILHAS             PIC 9(11).
              10 WS-PAR-REJEITADAS         PIC 9(07).
      *----------------------------------------------------------------*
      *          CADASTRO DO PARCEIRO (PARGET31 PARCFID/CODIGO)        *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VP-AREA.
           05 WS-VP-NOME                   PIC X(20).
           05 WS-VP-BLOCO                  PIC 9(07).
           05 WS-VP-PONTOS-MILHA           PIC 9(03)V99.
           05 WS-VP-SITUACAO               PIC X(01).
              88 WS-VP-ATIVO                            VALUE 'A'.
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-SRT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MST                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-RES                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SOL                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-EST                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-RES                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TRF                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-RESN                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-TRFN                PIC 9(07)     VALUE ZEROS.
       77  WS-ACEITAS                      PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-PONTOS                   PIC 9(11)     VALUE ZEROS.
       77  WS-TOT-MILHAS                   PIC 9(11)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DO PEDIDO CORRENTE                    *
      *----------------------------------------------------------------*
       77  WS-SALDO-DISPONIVEL             PIC 9(09)     VALUE ZEROS.
       77  WS-MILHAS                       PIC 9(09)     VALUE ZEROS.
       77  WS-QUOCIENTE                    PIC 9(09)     VALUE ZEROS.
       77  WS-RESTO                        PIC 9(07)     VALUE ZEROS.
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-ULTIMA-SEQ                   PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        IDADE DAS FAIXAS (MESES ABSOLUTOS ANO*12+MES)           *
      *----------------------------------------------------------------*
       77  WS-IND-FX                       PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-MESES-HOJE                   PIC 9(06)     VALUE ZEROS
                                            COMP.
       77  WS-IDADE-FAIXA                  PIC S9(04)    VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-DH-ANO                    PIC 9(04).
           05 WS-DH-MES                    PIC 9(02).
           05 WS-DH-DIA                    PIC 9(02).
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
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB823S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB823S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DO RESUMO POR PARCEIRO (RELTRF)                *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'TRANSFERENCIAS DE PONTOS A PARCEIROS - DATA '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'PARCEIRO NOME                 ACEITAS   '.
           05 FILLER                       PIC X(40)  VALUE
                  '     PONTOS       MILHAS REJEITADAS     '.
      *----------------------------------------------------------------*
       01  DET-PARCEIRO.
           05 DETP-CODIGO                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ACEITAS                 PIC Z.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-PONTOS                  PIC ZZZ.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-MILHAS                  PIC ZZZ.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-REJEITADAS              PIC Z.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-PEDIDOS
               THRU 0100-99-CLASSIFICA-PEDIDOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SRT         EQUAL '10'
                     AND WS-FS-RES         EQUAL '10'.
           PERFORM 5000-IMPRIME-RESUMO
               THRU 5000-99-IMPRIME-RESUMO-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-PEDIDOS             SECTION.
      *================================================================*
           MOVE '0100-CLASSIFICA-PEDIDOS'  TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-ORDEM
                INPUT  PROCEDURE IS        0150-LE-ENTRADAS
                GIVING                     TRFSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-PEDIDOS-EXIT.    EXIT.
      *================================================================*
       0150-LE-ENTRADAS                    SECTION.
      *================================================================*
      * OS PEDIDOS SAO OBRIGATORIOS (ARQUIVO VAZIO EH VALIDO); OS      *
      * ESTORNOS SO EXISTEM NO DIA EM QUE HOUVE RETORNO DE PARCEIRO.   *
      *----------------------------------------------------------------*
           MOVE '0150-LE-ENTRADAS'         TO    WS-CODIGO-AREA.

           OPEN  INPUT                     TRFSOL.
           IF    WS-FS-SOL                 NOT EQUAL  '00'
                 MOVE WS-FS-SOL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS PEDIDOS TRFSOL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-PEDIDO
               THRU 0160-99-RELEASE-PEDIDO-EXIT
                   UNTIL WS-FS-SOL         EQUAL '10'.

           CLOSE TRFSOL.

           OPEN  INPUT                     PNTEST.
           IF    WS-FS-EST                 EQUAL      '35'
                 GO TO 0150-99-LE-ENTRADAS-EXIT
           END-IF.
           IF    WS-FS-EST                 NOT EQUAL  '00'
                 MOVE WS-FS-EST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ESTORNOS PNTEST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0170-RELEASE-ESTORNO
               THRU 0170-99-RELEASE-ESTORNO-EXIT
                   UNTIL WS-FS-EST         EQUAL '10'.

           CLOSE PNTEST.
      *----------------------------------------------------------------*
       0150-99-LE-ENTRADAS-EXIT.           EXIT.
      *================================================================*
       0160-RELEASE-PEDIDO                 SECTION.
      *================================================================*
           READ  TRFSOL.

           IF  WS-FS-SOL   NOT EQUAL '00'
           AND WS-FS-SOL   NOT EQUAL '10'
               MOVE WS-FS-SOL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER PEDIDOS TRFSOL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SOL                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SOL
               MOVE SPACES                 TO         REG-SORTWK
               MOVE SOL-CPF                TO         SW-CPF
               MOVE 2                      TO         SW-ORDEM
               MOVE SOL-PARCEIRO           TO         SW-PARCEIRO
               MOVE SOL-MEMBRO             TO         SW-MEMBRO
               MOVE SOL-PONTOS             TO         SW-PONTOS
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-PEDIDO-EXIT.        EXIT.
      *================================================================*
       0170-RELEASE-ESTORNO                SECTION.
      *================================================================*
           READ  PNTEST.

           IF  WS-FS-EST   NOT EQUAL '00'
           AND WS-FS-EST   NOT EQUAL '10'
               MOVE WS-FS-EST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ESTORNOS PNTEST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-EST                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-EST
               MOVE SPACES                 TO         REG-SORTWK
               MOVE EST-CPF                TO         SW-CPF
               MOVE 1                      TO         SW-ORDEM
               MOVE EST-PONTOS             TO         SW-PONTOS
               MOVE EST-TIPO               TO         SW-TIPO
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0170-99-RELEASE-ESTORNO-EXIT.       EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.
           COMPUTE WS-MESES-HOJE = WS-DH-ANO * 12 + WS-DH-MES.

           PERFORM 1050-CARREGA-PNTFRZ
               THRU 1050-99-CARREGA-PNTFRZ-EXIT.

           OPEN  INPUT                     TRFSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO TRFSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     PNTMST.
           IF    WS-FS-MST                 NOT EQUAL  '00'
                 MOVE WS-FS-MST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PNTMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    SEM RESGATE DO CATALOGO NO DIA O PNTRES PODE NAO EXISTIR
           OPEN  INPUT                     PNTRES.
           IF    WS-FS-RES                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-RES
                 MOVE HIGH-VALUES          TO         WS-CPF-RES
           ELSE
                 IF  WS-FS-RES             NOT EQUAL  '00'
                     MOVE WS-FS-RES        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO ARQUIVO PNTRES'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-RES-ABERTO
           END-IF.

           OPEN  OUTPUT                    PNTRESN
                                           TRFMSTN
                                           TRFACE
                                           TRFREJ
                                           RELTRF.
           IF    WS-FS-RESN                NOT EQUAL  '00'
           OR    WS-FS-TRFN                NOT EQUAL  '00'
           OR    WS-FS-ACE                 NOT EQUAL  '00'
           OR    WS-FS-REJ                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-RESN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-COPIA-TRFMST
               THRU 1100-99-COPIA-TRFMST-EXIT.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.

           PERFORM 1200-LER-TRFSRT   THRU  1200-99-LER-TRFSRT-EXIT.
           PERFORM 1300-LER-PNTMST   THRU  1300-99-LER-PNTMST-EXIT.
           IF  WS-RES-ABERTO-SIM
               PERFORM 1400-LER-PNTRES THRU 1400-99-LER-PNTRES-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-CARREGA-PNTFRZ                 SECTION.
      *================================================================*
           MOVE '1050-CARREGA-PNTFRZ'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PNTFRZ.
           IF    WS-FS-FRZ                 EQUAL      '35'
                 GO TO 1050-99-CARREGA-PNTFRZ-EXIT
           END-IF.
           IF    WS-FS-FRZ                 NOT EQUAL  '00'
                 MOVE WS-FS-FRZ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO REGISTRO PNTFRZ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1060-LE-PNTFRZ THRU 1060-99-LE-PNTFRZ-EXIT
                   UNTIL WS-FS-FRZ         EQUAL      '10'.

           CLOSE PNTFRZ.
      *----------------------------------------------------------------*
       1050-99-CARREGA-PNTFRZ-EXIT.        EXIT.
      *================================================================*
       1060-LE-PNTFRZ                      SECTION.
      *================================================================*
           READ  PNTFRZ.

           IF  WS-FS-FRZ  NOT EQUAL '00'
           AND WS-FS-FRZ  NOT EQUAL '10'
               MOVE WS-FS-FRZ              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REGISTRO PNTFRZ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FRZ                   EQUAL      '00'
               IF  WS-QTDE-FRZ             EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'REGISTRO PNTFRZ MAIOR QUE 2000 CPFS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-FRZ
               MOVE FRZ-CPF         TO  WS-FRZ-CPF-OCR (WS-QTDE-FRZ)
           END-IF.
      *----------------------------------------------------------------*
       1060-99-LE-PNTFRZ-EXIT.             EXIT.
      *================================================================*
       1100-COPIA-TRFMST                   SECTION.
      *================================================================*
      * O MASTER DE TRANSFERENCIAS PASSA INTEIRO PARA O TRFMSTN; AS    *
      * TRANSFERENCIAS DE HOJE ENTRAM NO FIM, CONTINUANDO A SEQUENCIA  *
      * DO DIA (A CHAVE DATA+SEQUENCIA SEGUE CRESCENTE). NA PRIMEIRA   *
      * RODADA O TRFMST AINDA NAO EXISTE.                              *
      *----------------------------------------------------------------*
           MOVE '1100-COPIA-TRFMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TRFMST.
           IF    WS-FS-TRF                 EQUAL      '35'
                 GO TO 1100-99-COPIA-TRFMST-EXIT
           END-IF.
           IF    WS-FS-TRF                 NOT EQUAL  '00'
                 MOVE WS-FS-TRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TRFMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-COPIA-TRANSFERENCIA
               THRU 1150-99-COPIA-TRANSFERENCIA-EXIT
                   UNTIL WS-FS-TRF         EQUAL      '10'.

           CLOSE TRFMST.
      *----------------------------------------------------------------*
       1100-99-COPIA-TRFMST-EXIT.          EXIT.
      *================================================================*
       1150-COPIA-TRANSFERENCIA            SECTION.
      *================================================================*
           READ  TRFMST.

           IF  WS-FS-TRF  NOT EQUAL '00'
           AND WS-FS-TRF  NOT EQUAL '10'
               MOVE WS-FS-TRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TRFMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TRF                   NOT EQUAL  '00'
               GO TO 1150-99-COPIA-TRANSFERENCIA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TRF.
           IF  TRF-DATA                    EQUAL      WS-DATA-HOJE
           AND TRF-SEQ                     GREATER    WS-ULTIMA-SEQ
               MOVE TRF-SEQ                TO         WS-ULTIMA-SEQ
           END-IF.

           WRITE REG-TRFN                  FROM       REG-TRF.
           PERFORM 8100-FS-TRFMSTN THRU 8100-99-FS-TRFMSTN-EXIT.
      *----------------------------------------------------------------*
       1150-99-COPIA-TRANSFERENCIA-EXIT.   EXIT.
      *================================================================*
       1200-LER-TRFSRT                     SECTION.
      *================================================================*
           MOVE '1200-LER-TRFSRT'          TO         WS-CODIGO-AREA.

           READ TRFSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO TRFSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-SRT
           ELSE
               MOVE SRT-CPF                TO         WS-CPF-SRT
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-TRFSRT-EXIT.            EXIT.
      *================================================================*
       1300-LER-PNTMST                     SECTION.
      *================================================================*
           MOVE '1300-LER-PNTMST'          TO         WS-CODIGO-AREA.

           READ PNTMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PNTMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-MST
           ELSE
               MOVE MST-CPF                TO         WS-CPF-MST
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-PNTMST-EXIT.            EXIT.
      *================================================================*
       1400-LER-PNTRES                     SECTION.
      *================================================================*
           MOVE '1400-LER-PNTRES'          TO         WS-CODIGO-AREA.

           READ PNTRES.

           IF  WS-FS-RES   NOT EQUAL '00'
           AND WS-FS-RES   NOT EQUAL '10'
               MOVE WS-FS-RES              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO PNTRES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-RES                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-RES
           ELSE
               MOVE RES-CPF                TO         WS-CPF-RES
               ADD  1                      TO         WS-LIDOS-RES
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-PNTRES-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * O MENOR CPF ENTRE OS PEDIDOS/ESTORNOS E OS DEBITOS DO CATALOGO *
      * DEFINE O CLIENTE DA VEZ. O SALDO DISPONIVEL PARTE DAS FAIXAS   *
      * VIVAS DO MASTER, DESCONTA OS DEBITOS JA COMPROMETIDOS E SE     *
      * ESGOTA CONFORME OS PEDIDOS DO CPF SAO ACEITOS.                 *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CPF-SRT                 TO         WS-CPF-MENOR.
           IF  WS-CPF-RES                  LESS       WS-CPF-MENOR
               MOVE WS-CPF-RES             TO         WS-CPF-MENOR
           END-IF.

           PERFORM 2050-AVANCA-MASTER
               THRU 2050-99-AVANCA-MASTER-EXIT
                   UNTIL WS-CPF-MST    NOT LESS       WS-CPF-MENOR.

           MOVE ZEROS                      TO     WS-SALDO-DISPONIVEL.
           IF  WS-CPF-MST                  EQUAL      WS-CPF-MENOR
               PERFORM 2060-SOMA-FAIXA-VIVA
                   THRU 2060-99-SOMA-FAIXA-VIVA-EXIT
                       VARYING WS-IND-FX FROM 1 BY 1
                       UNTIL WS-IND-FX GREATER MST-QTDE-FAIXAS
           END-IF.

           MOVE 'N'                        TO         WS-CPF-CONGELADO.
           PERFORM 2070-VERIFICA-CONGELADO
               THRU 2070-99-VERIFICA-CONGELADO-EXIT
                   VARYING WS-IND-FRZ FROM 1 BY 1
                   UNTIL WS-IND-FRZ GREATER WS-QTDE-FRZ
                      OR WS-CPF-CONGELADO EQUAL 'S'.

           PERFORM 2100-REPASSA-RESGATE
               THRU 2100-99-REPASSA-RESGATE-EXIT
                   UNTIL WS-CPF-RES        NOT EQUAL  WS-CPF-MENOR.

           PERFORM 2200-TRATA-PEDIDO
               THRU 2200-99-TRATA-PEDIDO-EXIT
                   UNTIL WS-CPF-SRT        NOT EQUAL  WS-CPF-MENOR.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2050-AVANCA-MASTER                  SECTION.
      *================================================================*
           PERFORM 1300-LER-PNTMST   THRU  1300-99-LER-PNTMST-EXIT.
      *----------------------------------------------------------------*
       2050-99-AVANCA-MASTER-EXIT.         EXIT.
      *================================================================*
       2060-SOMA-FAIXA-VIVA                SECTION.
      *================================================================*
      * FAIXA COM MAIS DE 12 MESES EXPIRA NA RODADA DO VRB708S ANTES   *
      * DE O DEBITO SER APLICADO, ENTAO NAO ENTRA NO SALDO DISPONIVEL. *
      *----------------------------------------------------------------*
           COMPUTE WS-IDADE-FAIXA = WS-MESES-HOJE
                 - MST-FX-ANO (WS-IND-FX) * 12
                 - MST-FX-MES (WS-IND-FX).

           IF  WS-IDADE-FAIXA          NOT GREATER    12
               ADD  MST-FX-PONTOS (WS-IND-FX) TO     WS-SALDO-DISPONIVEL
           END-IF.
      *----------------------------------------------------------------*
       2060-99-SOMA-FAIXA-VIVA-EXIT.       EXIT.
      *================================================================*
       2070-VERIFICA-CONGELADO             SECTION.
      *================================================================*
           IF  WS-FRZ-CPF-OCR (WS-IND-FRZ) EQUAL      WS-CPF-MENOR
               MOVE 'S'                    TO         WS-CPF-CONGELADO
           END-IF.
      *----------------------------------------------------------------*
       2070-99-VERIFICA-CONGELADO-EXIT.    EXIT.
      *================================================================*
       2100-REPASSA-RESGATE                SECTION.
      *================================================================*
      * O DEBITO DO CATALOGO SEGUE IGUAL PARA O PNTRESN E SAI DO SALDO *
      * DISPONIVEL PARA A TRANSFERENCIA.                               *
      *----------------------------------------------------------------*
           MOVE '2100-REPASSA-RESGATE'     TO         WS-CODIGO-AREA.

           MOVE REG-RES                    TO         REG-RESN.
           PERFORM 2900-GRAVA-PNTRESN THRU 2900-99-GRAVA-PNTRESN-EXIT.

           IF  RES-ESTORNO
           OR  RES-BONUS
               ADD  RES-PONTOS             TO        WS-SALDO-DISPONIVEL
           ELSE
               IF  RES-PONTOS          NOT GREATER   WS-SALDO-DISPONIVEL
                   SUBTRACT RES-PONTOS     FROM      WS-SALDO-DISPONIVEL
               ELSE
                   MOVE ZEROS              TO        WS-SALDO-DISPONIVEL
               END-IF
           END-IF.

           PERFORM 1400-LER-PNTRES   THRU  1400-99-LER-PNTRES-EXIT.
      *----------------------------------------------------------------*
       2100-99-REPASSA-RESGATE-EXIT.       EXIT.
      *================================================================*
       2200-TRATA-PEDIDO                   SECTION.
      *================================================================*
           IF  SRT-ESTORNO
               PERFORM 2250-REPASSA-ESTORNO
                   THRU 2250-99-REPASSA-ESTORNO-EXIT
               PERFORM 1200-LER-TRFSRT THRU 1200-99-LER-TRFSRT-EXIT
               GO TO 2200-99-TRATA-PEDIDO-EXIT
           END-IF.

           PERFORM 2300-CRITICA-PEDIDO
               THRU 2300-99-CRITICA-PEDIDO-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
           ELSE
               PERFORM 2500-ACEITA-TRANSFERENCIA
                   THRU 2500-99-ACEITA-TRANSFERENCIA-EXIT
           END-IF.

           PERFORM 1200-LER-TRFSRT   THRU  1200-99-LER-TRFSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-TRATA-PEDIDO-EXIT.          EXIT.
      *================================================================*
       2250-REPASSA-ESTORNO                SECTION.
      *================================================================*
      * O CREDITO VAI AO PNTRESN COM O SEU TIPO ('E' ESTORNO, 'B'      *
      * BONUS; O VRB708S CREDITA) E OS PONTOS JA ENTRAM NO SALDO       *
      * DISPONIVEL DO DIA.                                             *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-RESN.
           MOVE SRT-CPF                    TO         RESN-CPF.
           MOVE SRT-PONTOS                 TO         RESN-PONTOS.
           MOVE SRT-TIPO                   TO         RESN-TIPO.
           PERFORM 2900-GRAVA-PNTRESN THRU 2900-99-GRAVA-PNTRESN-EXIT.

           ADD  SRT-PONTOS                 TO     WS-SALDO-DISPONIVEL.
      *----------------------------------------------------------------*
       2250-99-REPASSA-ESTORNO-EXIT.       EXIT.
      *================================================================*
       2300-CRITICA-PEDIDO                 SECTION.
      *================================================================*
           MOVE '2300-CRITICA-PEDIDO'      TO         WS-CODIGO-AREA.
           MOVE SPACES                     TO         WS-MOTIVO-REJ.
           MOVE ZEROS                      TO         WS-MILHAS.

           PERFORM 2350-CONSULTA-PARCEIRO
               THRU 2350-99-CONSULTA-PARCEIRO-EXIT.
           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  SRT-MEMBRO                  EQUAL      SPACES
               MOVE 'NUMERO DE SOCIO NAO INFORMADO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  SRT-PONTOS                  NOT NUMERIC
           OR  SRT-PONTOS                  EQUAL      ZEROS
               MOVE 'PONTOS ZERADOS OU INVALIDOS'
                                           TO         WS-MOTIVO-REJ
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           DIVIDE SRT-PONTOS               BY         WS-VP-BLOCO
                  GIVING WS-QUOCIENTE      REMAINDER  WS-RESTO.
           IF  WS-QUOCIENTE                EQUAL      ZEROS
           OR  WS-RESTO                    NOT EQUAL  ZEROS
               MOVE 'PONTOS FORA DO BLOCO MINIMO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           COMPUTE WS-MILHAS = SRT-PONTOS / WS-VP-PONTOS-MILHA.
           IF  WS-MILHAS                   EQUAL      ZEROS
               MOVE 'CONVERSAO NAO RESULTA EM MILHA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  WS-CPF-CONGELADO            EQUAL      'S'
               MOVE 'SALDO CONGELADO POR OBITO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2300-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  SRT-PONTOS                  GREATER
               WS-SALDO-DISPONIVEL
               MOVE 'SALDO DE PONTOS INSUFICIENTE'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2300-99-CRITICA-PEDIDO-EXIT.        EXIT.
      *================================================================*
       2350-CONSULTA-PARCEIRO              SECTION.
      *================================================================*
      * PARCEIRO SEM LINHA VIGENTE ('V'), INATIVO OU COM BLOCO/TAXA    *
      * INVALIDOS REPROVA O PEDIDO; MASTER INDISPONIVEL CANCELA.       *
      *----------------------------------------------------------------*
           MOVE 'PARCFID '                 TO         WS-PGT-DOMINIO.
           MOVE SRT-PARCEIRO               TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           MOVE SPACES                     TO         WS-VP-AREA.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VP-AREA
               WHEN 'V'
                   MOVE 'PARCEIRO NAO CADASTRADO'
                                           TO         WS-MOTIVO-REJ
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           PERFORM 2400-POSICIONA-PARCEIRO
               THRU 2400-99-POSICIONA-PARCEIRO-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               GO TO 2350-99-CONSULTA-PARCEIRO-EXIT
           END-IF.

           IF  NOT WS-VP-ATIVO
               MOVE 'PARCEIRO INATIVO'     TO         WS-MOTIVO-REJ
               GO TO 2350-99-CONSULTA-PARCEIRO-EXIT
           END-IF.

           IF  WS-VP-BLOCO                 NOT NUMERIC
           OR  WS-VP-PONTOS-MILHA          NOT NUMERIC
           OR  WS-VP-BLOCO                 EQUAL      ZEROS
           OR  WS-VP-PONTOS-MILHA          EQUAL      ZEROS
               MOVE 'CADASTRO DO PARCEIRO INVALIDO'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2350-99-CONSULTA-PARCEIRO-EXIT.     EXIT.
      *================================================================*
       2400-POSICIONA-PARCEIRO             SECTION.
      *================================================================*
      * LOCALIZA (OU ABRE) A LINHA DO PARCEIRO NO RESUMO DO RELTRF.    *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-PAR-ACH.
           PERFORM 2410-PROCURA-PARCEIRO
               THRU 2410-99-PROCURA-PARCEIRO-EXIT
                   VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER WS-QTDE-PAR
                      OR WS-IND-PAR-ACH GREATER ZEROS.

           IF  WS-IND-PAR-ACH              GREATER    ZEROS
               GO TO 2400-99-POSICIONA-PARCEIRO-EXIT
           END-IF.

           IF  WS-QTDE-PAR                 EQUAL      50
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 50 PARCEIROS NOS PEDIDOS DO DIA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-PAR.
           MOVE WS-QTDE-PAR                TO         WS-IND-PAR-ACH.
           MOVE SRT-PARCEIRO    TO  WS-PAR-CODIGO     (WS-IND-PAR-ACH).
           MOVE WS-VP-NOME      TO  WS-PAR-NOME       (WS-IND-PAR-ACH).
           MOVE ZEROS           TO  WS-PAR-ACEITAS    (WS-IND-PAR-ACH)
                                    WS-PAR-PONTOS     (WS-IND-PAR-ACH)
                                    WS-PAR-MILHAS     (WS-IND-PAR-ACH)
                                    WS-PAR-REJEITADAS (WS-IND-PAR-ACH).
      *----------------------------------------------------------------*
       2400-99-POSICIONA-PARCEIRO-EXIT.    EXIT.
      *================================================================*
       2410-PROCURA-PARCEIRO               SECTION.
      *================================================================*
           IF  WS-PAR-CODIGO (WS-IND-PAR)  EQUAL      SRT-PARCEIRO
               MOVE WS-IND-PAR             TO         WS-IND-PAR-ACH
           END-IF.
      *----------------------------------------------------------------*
       2410-99-PROCURA-PARCEIRO-EXIT.      EXIT.
      *================================================================*
       2500-ACEITA-TRANSFERENCIA           SECTION.
      *================================================================*
           MOVE '2500-ACEITA-TRANSFERENCIA' TO        WS-CODIGO-AREA.

           ADD  1                          TO         WS-ULTIMA-SEQ.

      *    DEBITO PARA O MOTOR VRB708S APLICAR NA RODADA
           MOVE SPACES                     TO         REG-RESN.
           MOVE SRT-CPF                    TO         RESN-CPF.
           MOVE SRT-PONTOS                 TO         RESN-PONTOS.
           PERFORM 2900-GRAVA-PNTRESN THRU 2900-99-GRAVA-PNTRESN-EXIT.

      *    DETALHE DE ENVIO AO PARCEIRO
           MOVE SPACES                     TO         REG-ACE.
           MOVE WS-DATA-HOJE               TO         ACE-DATA.
           MOVE WS-ULTIMA-SEQ              TO         ACE-SEQ.
           MOVE SRT-CPF                    TO         ACE-CPF.
           MOVE SRT-MEMBRO                 TO         ACE-MEMBRO.
           MOVE SRT-PONTOS                 TO         ACE-PONTOS.
           MOVE WS-MILHAS                  TO         ACE-MILHAS.
           MOVE SRT-PARCEIRO               TO         ACE-PARCEIRO.
           WRITE REG-ACE.
           IF  WS-FS-ACE                   NOT EQUAL  '00'
               MOVE WS-FS-ACE              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO TRFACE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

      *    REGISTRO DA TRANSFERENCIA, AGUARDANDO O RETORNO DO PARCEIRO
           MOVE SPACES                     TO         REG-TRFN.
           MOVE WS-DATA-HOJE               TO         TRFN-DATA.
           MOVE WS-ULTIMA-SEQ              TO         TRFN-SEQ.
           MOVE SRT-CPF                    TO         TRFN-CPF.
           MOVE SRT-PARCEIRO               TO         TRFN-PARCEIRO.
           MOVE SRT-MEMBRO                 TO         TRFN-MEMBRO.
           MOVE SRT-PONTOS                 TO         TRFN-PONTOS.
           MOVE WS-MILHAS                  TO         TRFN-MILHAS.
           MOVE 'E'                        TO         TRFN-SITUACAO.
           MOVE WS-DATA-HOJE               TO     TRFN-DATA-SITUACAO.
           WRITE REG-TRFN.
           PERFORM 8100-FS-TRFMSTN THRU 8100-99-FS-TRFMSTN-EXIT.
           ADD  1                          TO         WS-GRAVADOS-TRFN.

           SUBTRACT SRT-PONTOS             FROM   WS-SALDO-DISPONIVEL.

           ADD  1             TO  WS-PAR-ACEITAS (WS-IND-PAR-ACH).
           ADD  SRT-PONTOS    TO  WS-PAR-PONTOS  (WS-IND-PAR-ACH).
           ADD  WS-MILHAS     TO  WS-PAR-MILHAS  (WS-IND-PAR-ACH).
           ADD  1                          TO         WS-ACEITAS.
           ADD  SRT-PONTOS                 TO         WS-TOT-PONTOS.
           ADD  WS-MILHAS                  TO         WS-TOT-MILHAS.
      *----------------------------------------------------------------*
       2500-99-ACEITA-TRANSFERENCIA-EXIT.  EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE '2800-GRAVA-REJEITO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE SRT-CPF                    TO         REJ-CPF.
           MOVE SRT-PARCEIRO               TO         REJ-PARCEIRO.
           MOVE SRT-MEMBRO                 TO         REJ-MEMBRO.
           MOVE SRT-PONTOS                 TO         REJ-PONTOS.
           MOVE WS-MOTIVO-REJ              TO         REJ-MOTIVO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO TRFREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1             TO  WS-PAR-REJEITADAS (WS-IND-PAR-ACH).
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       2900-GRAVA-PNTRESN                  SECTION.
      *================================================================*
           WRITE REG-RESN.

           IF  WS-FS-RESN                  NOT EQUAL  '00'
               MOVE WS-FS-RESN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PNTRESN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-RESN.
      *----------------------------------------------------------------*
       2900-99-GRAVA-PNTRESN-EXIT.         EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       5000-IMPRIME-RESUMO                 SECTION.
      *================================================================*
      * UMA LINHA POR PARCEIRO PEDIDO NO DIA E A LINHA DE TOTAL.       *
      *----------------------------------------------------------------*
           MOVE '5000-IMPRIME-RESUMO'      TO         WS-CODIGO-AREA.

           PERFORM 5100-LINHA-PARCEIRO
               THRU 5100-99-LINHA-PARCEIRO-EXIT
                   VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER WS-QTDE-PAR.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.

           MOVE 'TOTAL'                    TO         DETP-CODIGO.
           MOVE SPACES                     TO         DETP-NOME.
           MOVE WS-ACEITAS                 TO         DETP-ACEITAS.
           MOVE WS-TOT-PONTOS              TO         DETP-PONTOS.
           MOVE WS-TOT-MILHAS              TO         DETP-MILHAS.
           MOVE WS-REJEITADAS              TO         DETP-REJEITADAS.
           WRITE REG-REL                   FROM       DET-PARCEIRO.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-RESUMO-EXIT.        EXIT.
      *================================================================*
       5100-LINHA-PARCEIRO                 SECTION.
      *================================================================*
           MOVE WS-PAR-CODIGO     (WS-IND-PAR) TO     DETP-CODIGO.
           MOVE WS-PAR-NOME       (WS-IND-PAR) TO     DETP-NOME.
           MOVE WS-PAR-ACEITAS    (WS-IND-PAR) TO     DETP-ACEITAS.
           MOVE WS-PAR-PONTOS     (WS-IND-PAR) TO     DETP-PONTOS.
           MOVE WS-PAR-MILHAS     (WS-IND-PAR) TO     DETP-MILHAS.
           MOVE WS-PAR-REJEITADAS (WS-IND-PAR) TO     DETP-REJEITADAS.
           WRITE REG-REL                   FROM       DET-PARCEIRO.
           PERFORM 8000-FS-RELTRF THRU 8000-99-FS-RELTRF-EXIT.
      *----------------------------------------------------------------*
       5100-99-LINHA-PARCEIRO-EXIT.        EXIT.
      *================================================================*
       8000-FS-RELTRF                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELTRF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELTRF-EXIT.             EXIT.
      *================================================================*
       8100-FS-TRFMSTN                     SECTION.
      *================================================================*
           IF  WS-FS-TRFN                  NOT EQUAL  '00'
               MOVE WS-FS-TRFN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO TRFMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8100-99-FS-TRFMSTN-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE TRFSRT  PNTMST  PNTRESN  TRFMSTN  TRFACE  TRFREJ
                 RELTRF.
           IF  WS-RES-ABERTO-SIM
               CLOSE PNTRES
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-MST                   NOT EQUAL  '00'
           OR  WS-FS-RESN                  NOT EQUAL  '00'
           OR  WS-FS-TRFN                  NOT EQUAL  '00'
           OR  WS-FS-ACE                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-RESN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PEDIDOS LIDOS         =    ' WS-LIDOS-SOL.
           DISPLAY '* ESTORNOS LIDOS        =    ' WS-LIDOS-EST.
           DISPLAY '* DEBITOS DO CATALOGO   =    ' WS-LIDOS-RES.
           DISPLAY '* TRANSFERENCIAS ACEITAS=    ' WS-ACEITAS.
           DISPLAY '* PEDIDOS REJEITADOS    =    ' WS-REJEITADAS.
           DISPLAY '* PONTOS TRANSFERIDOS   =    ' WS-TOT-PONTOS.
           DISPLAY '* MILHAS ENVIADAS       =    ' WS-TOT-MILHAS.
           DISPLAY '* GRAVADOS EM PNTRESN   =    ' WS-GRAVADOS-RESN.
           DISPLAY '* LIDOS EM TRFMST       =    ' WS-LIDOS-TRF.
           DISPLAY '* NOVAS EM TRFMSTN      =    ' WS-GRAVADOS-TRFN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-SOL              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-ACEITAS                TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB823S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
