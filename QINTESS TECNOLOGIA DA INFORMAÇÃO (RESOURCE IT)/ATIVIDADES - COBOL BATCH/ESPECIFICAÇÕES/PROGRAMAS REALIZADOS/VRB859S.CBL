       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB859S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: VIRADA DE ANO LETIVO (REMATRICULA). RODA DEPOIS DO   *
      * FECHAMENTO (VRB792S) E DA RECUPERACAO (VRB858S) E GERA AS      *
      * TRANSACOES MATRIN DO ANO NOVO PARA O VRB742S APLICAR:          *
      *   1. CADA ALUNO DO CADALUM E CASADO COM O ROL ALUNFIM (NA JCL, *
      *      O ALUNFIMN DA RECUPERACAO) E COM O RESPONSAVEL RESPALUN;  *
      *   2. APROVADO SOBE PARA A TURMA DA SERIE SEGUINTE DO PROMTUR   *
      *      (TURMA NOVA EM BRANCO = CONCLUINTE, SAI POR EXCLUSAO 'E');*
      *      REPROVADO FICA NA TURMA ONDE ESTA (SEM TRANSACAO);        *
      *   3. A REMATRICULA FICA RETIDA QUANDO O PAGADOR TEM TITULOS    *
      *      ESCOLARES VENCIDOS EM ABERTO NO TITMST (CPF PELO          *
      *      COMPANHEIRO ESCXREF DO VRB793S, COMO NO VRB851S) ACIMA DO *
      *      LIMITE DO REMPARM;                                        *
      *   4. AS VAGAS DO ANO NOVO SAO DISTRIBUIDAS PELA CAPACIDADE DO  *
      *      MASTER TURMAS: QUEM PERMANECE NA TURMA JA OCUPA A VAGA;   *
      *      OS PROMOVIDOS ENTRAM NA ORDEM DE CODIGO ATE LOTAR E O     *
      *      EXCEDENTE VAI PARA A FILA DE ESPERA DA TURMA NOVA         *
      *      (TRANSACAO 'R' COM MAT-ESPERA 'S'); TURMA FORA DO MASTER  *
      *      VALE CAPACIDADE 999, COMO NO VRB742S;                     *
      *   5. O RELATORIO RELREM LISTA OS ALUNOS NAO REMATRICULADOS     *
      *      (RETIDOS POR DEBITO COM O VALOR DEVIDO PELO PAGADOR, SEM  *
      *      RESULTADO NO ROL, AINDA EM RECUPERACAO, TURMA SEM SERIE   *
      *      SEGUINTE) E OS QUE FORAM PARA A FILA DE ESPERA.           *
      * REMPARM: DATA-BASE AAAAMMDD DO VENCIMENTO (ZEROS = HOJE) E     *
      * VALOR LIMITE EM ABERTO TOLERADO POR PAGADOR.                   *
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

           SELECT REMPARM        ASSIGN TO REMPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT PROMTUR        ASSIGN TO PROMTUR
           FILE STATUS           IS        WS-FS-PRO.
      *----------------------------------------------------------------*
           SELECT TURMAS         ASSIGN TO TURMAS
           FILE STATUS           IS        WS-FS-TUR.
      *----------------------------------------------------------------*
           SELECT CADALUM        ASSIGN TO CADALUM
           FILE STATUS           IS        WS-FS-CAD.
      *----------------------------------------------------------------*
           SELECT ALUNFIM        ASSIGN TO ALUNFIM
           FILE STATUS           IS        WS-FS-FIM.
      *----------------------------------------------------------------*
           SELECT RESPALUN       ASSIGN TO RESPALUN
           FILE STATUS           IS        WS-FS-RSP.
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
           SELECT MATRIN         ASSIGN TO MATRIN
           FILE STATUS           IS        WS-FS-MAT.
      *----------------------------------------------------------------*
           SELECT RELREM         ASSIGN TO RELREM
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  REMPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-DATA-BASE               PIC 9(08).
           05 PARM-LIMITE                  PIC 9(09)V9(02).
           05 FILLER                       PIC X(61).
      *----------------------------------------------------------------*
      *   SERIE SEGUINTE: TURMA ATUAL -> TURMA DO ANO NOVO             *
      *----------------------------------------------------------------*
       FD  PROMTUR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-PRO.

       01  REG-PRO.
           05 PRO-TURMA                    PIC X(05).
           05 PRO-TURMA-NOVA               PIC X(05).
           05 PRO-TURNO-NOVO               PIC X(01).
           05 FILLER                       PIC X(19).
      *----------------------------------------------------------------*
       FD  TURMAS
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-TUR.

       01  REG-TUR.
           05 TUR-CODIGO                   PIC X(05).
           05 TUR-DESCRICAO                PIC X(20).
           05 TUR-CAPACIDADE               PIC 9(03).
           05 TUR-PERIODO                  PIC X(01).
           05 FILLER                       PIC X(11).
      *----------------------------------------------------------------*
       FD  CADALUM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 50 CHARACTERS
           DATA RECORD IS       REG-CAD.

       01  REG-CAD.
           05 CAD-COD-ALU                  PIC 9(10).
           05 CAD-NOME                     PIC X(30).
           05 CAD-TURMA                    PIC X(05).
           05 CAD-TURNO                    PIC X(01).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  ALUNFIM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-FIM.

       01  REG-FIM.
           05 FIM-COD-ALU                  PIC 9(10).
           05 FIM-MEDIA                    PIC 9(02)V99.
           05 FIM-SITUACAO                 PIC X(12).
              88 FIM-APROVADO                      VALUE 'APROVADO    '.
              88 FIM-RECUPERACAO                   VALUE 'RECUPERACAO '.
              88 FIM-REPROVADO                     VALUE 'REPROVADO   '
                                                         'REPROV FALTA'.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  RESPALUN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-RSP.

       01  REG-RSP.
           05 RSP-COD-ALU                  PIC 9(10).
           05 RSP-CPF                      PIC 9(11).
           05 RSP-NOME                     PIC X(30).
           05 FILLER                       PIC X(09).
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
              88 TIT-QUITADO                            VALUE 'P' 'B'.
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
      *   TRANSACOES DE MATRICULA PARA O VRB742S                       *
      *----------------------------------------------------------------*
       FD  MATRIN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-MAT.

       01  REG-MAT.
           05 MAT-TIPO                     PIC X(01).
           05 MAT-COD-ALU                  PIC 9(10).
           05 MAT-NOME                     PIC X(30).
           05 MAT-TURMA                    PIC X(05).
           05 MAT-TURNO                    PIC X(01).
           05 MAT-ESPERA                   PIC X(01).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       FD  RELREM
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-PRO                       PIC X(02)     VALUE '00'.
       77  WS-FS-TUR                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAD                       PIC X(02)     VALUE '00'.
       77  WS-FS-FIM                       PIC X(02)     VALUE '00'.
       77  WS-FS-RSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-MAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-XRF-PRESENTE                 PIC X(01)     VALUE 'S'.
           88 WS-XRF-AUSENTE                             VALUE 'N'.
      *----------------------------------------------------------------*
      *        CHAVES DOS BATIMENTOS (HIGH-VALUES NO FIM)              *
      *----------------------------------------------------------------*
       77  WS-CHAVE-FIM                    PIC X(10)     VALUE ZEROS.
       77  WS-CHAVE-RSP                    PIC X(10)     VALUE ZEROS.
       01  WS-CHAVE-CAD                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-CAD-NUM REDEFINES WS-CHAVE-CAD
                                           PIC 9(10).
       01  WS-CHAVE-XRF                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-XRF-NUM REDEFINES WS-CHAVE-XRF
                                           PIC 9(10).
       01  WS-CHAVE-TIT                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-TIT-NUM REDEFINES WS-CHAVE-TIT
                                           PIC 9(10).
      *----------------------------------------------------------------*
      *                 PARAMETROS DA RODADA                           *
      *----------------------------------------------------------------*
       77  WS-DATA-BASE                    PIC 9(08)     VALUE ZEROS.
       77  WS-LIMITE                       PIC 9(09)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CAD                    PIC 9(05)     VALUE ZEROS.
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-TIT-VENCIDOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-TIT-SEM-RESP                 PIC 9(07)     VALUE ZEROS.
       77  WS-PROMOVIDOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-PARA-ESPERA                  PIC 9(05)     VALUE ZEROS.
       77  WS-CONCLUINTES                  PIC 9(05)     VALUE ZEROS.
       77  WS-RETIDOS-SERIE                PIC 9(05)     VALUE ZEROS.
       77  WS-RETIDOS-DEBITO               PIC 9(05)     VALUE ZEROS.
       77  WS-SEM-DEFINICAO                PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-MAT                 PIC 9(05)     VALUE ZEROS.
       77  WS-VALOR-RETIDO                 PIC 9(11)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 TURMAS (CAPACIDADE E OCUPACAO DO ANO NOVO)     *
      *----------------------------------------------------------------*
       77  WS-QTDE-TUR                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TUR                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-TUR-ACHADA                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-TURMA-BUSCA                  PIC X(05)     VALUE SPACES.
       01  WS-TAB-TUR.
           05 WS-TUR-ITEM                  OCCURS 50 TIMES.
              10 WS-TUR-CODIGO             PIC X(05).
              10 WS-TUR-CAPACIDADE         PIC 9(03).
              10 WS-TUR-OCUPACAO           PIC 9(03).
      *----------------------------------------------------------------*
      *                 SERIE SEGUINTE (PROMTUR)                       *
      *----------------------------------------------------------------*
       77  WS-QTDE-PRO                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PRO                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-PRO-ACHADA                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-PRO.
           05 WS-PRO-ITEM                  OCCURS 50 TIMES.
              10 WS-PRO-TURMA              PIC X(05).
              10 WS-PRO-TURMA-NOVA         PIC X(05).
              10 WS-PRO-TURNO-NOVO         PIC X(01).
      *----------------------------------------------------------------*
      *          DEBITO VENCIDO EM ABERTO POR PAGADOR (CPF)            *
      *----------------------------------------------------------------*
       77  WS-QTDE-DEB                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DEB                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-DEB-ACHADO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CPF-BUSCA                    PIC 9(11)     VALUE ZEROS.
       01  WS-TAB-DEB.
           05 WS-DEB-ITEM                  OCCURS 2000 TIMES.
              10 WS-DEB-CPF                PIC 9(11).
              10 WS-DEB-VALOR              PIC 9(11)V99.
              10 WS-DEB-QTDE               PIC 9(05).
      *----------------------------------------------------------------*
      *         ALUNOS DA VIRADA (ORDEM DE CODIGO DO CADALUM)          *
      *----------------------------------------------------------------*
       77  WS-QTDE-ALU                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ALU                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-ALU.
           05 WS-ALU-ITEM                  OCCURS 2000 TIMES.
              10 WS-ALU-COD                PIC 9(10).
              10 WS-ALU-NOME               PIC X(30).
              10 WS-ALU-TURMA              PIC X(05).
              10 WS-ALU-TURNO              PIC X(01).
              10 WS-ALU-TURMA-NOVA         PIC X(05).
              10 WS-ALU-TURNO-NOVO         PIC X(01).
              10 WS-ALU-ACAO               PIC X(01).
                 88 WS-ALU-PROMOVE                     VALUE 'P'.
                 88 WS-ALU-CONCLUI                     VALUE 'F'.
                 88 WS-ALU-PERMANECE                   VALUE 'M'.
                 88 WS-ALU-RETIDO-DEBITO               VALUE 'D'.
                 88 WS-ALU-SEM-RESULTADO               VALUE 'N'.
                 88 WS-ALU-EM-RECUPERACAO              VALUE 'C'.
                 88 WS-ALU-SEM-SERIE                   VALUE 'T'.
              10 WS-ALU-CPF                PIC 9(11).
              10 WS-ALU-NOME-RESP          PIC X(30).
              10 WS-ALU-DEBITO             PIC 9(11)V99.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB859S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB859S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELREM                     *
      *----------------------------------------------------------------*
       01  CAB-REM1.
           05 FILLER                       PIC X(40)  VALUE
              'REMATRICULA - ALUNOS NAO REMATRICULADOS'.
           05 FILLER                       PIC X(12)  VALUE
              ' DATA-BASE: '.
           05 CAB1-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-REM2.
           05 FILLER                       PIC X(44)  VALUE
              'CODIGO     NOME                      TURMA '.
           05 FILLER                       PIC X(36)  VALUE
              'MOTIVO                 VALOR DEVIDO'.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  DET-REM.
           05 DETR-COD                     PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-NOME                    PIC X(25)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-TURMA                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-RESP.
           05 FILLER                       PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(13)  VALUE
                                           'RESPONSAVEL: '.
           05 DETP-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(14)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-REM.
           05 FILLER                       PIC X(26)  VALUE
                                           'TOTAL RETIDOS POR DEBITO: '.
           05 TOTR-QTDE                    PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(18)  VALUE
                                           '   VALOR DEVIDO: '.
           05 TOTR-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-CLASSIFICA         THRU  2000-99-CLASSIFICA-EXIT
                   UNTIL WS-FS-CAD         EQUAL '10'.
           PERFORM 3000-GERA-TRANSACAO
               THRU 3000-99-GERA-TRANSACAO-EXIT
                   VARYING WS-IND-ALU FROM 1 BY 1
                   UNTIL WS-IND-ALU GREATER WS-QTDE-ALU.
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

           OPEN  INPUT                     REMPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO REMPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  REMPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-DATA-BASE            NOT NUMERIC
           OR    PARM-LIMITE               NOT NUMERIC
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'REMPARM VAZIO OU COM CAMPOS INVALIDOS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-DATA-BASE            TO         WS-DATA-BASE.
           MOVE  PARM-LIMITE               TO         WS-LIMITE.
           CLOSE REMPARM.
           IF    WS-DATA-BASE              EQUAL      ZEROS
                 ACCEPT WS-DATA-BASE       FROM       DATE YYYYMMDD
           END-IF.

           PERFORM 1100-CARREGA-TURMAS
               THRU 1100-99-CARREGA-TURMAS-EXIT.
           PERFORM 1200-CARREGA-PROMTUR
               THRU 1200-99-CARREGA-PROMTUR-EXIT.
           PERFORM 1300-APURA-DEBITOS
               THRU 1300-99-APURA-DEBITOS-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT  CADALUM  ALUNFIM  RESPALUN.
           IF    WS-FS-CAD                 NOT EQUAL  '00'
           OR    WS-FS-FIM                 NOT EQUAL  '00'
           OR    WS-FS-RSP                 NOT EQUAL  '00'
                 MOVE WS-FS-CAD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DE CADALUM/ALUNFIM/RESPALUN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  MATRIN  RELREM.
           IF    WS-FS-MAT                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-MAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  WS-DATA-BASE              TO         CAB1-DATA.
           WRITE REG-REL                   FROM       CAB-REM1.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.
           WRITE REG-REL                   FROM       CAB-REM2.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.

           PERFORM 1500-LER-CADALUM  THRU  1500-99-LER-CADALUM-EXIT.
           PERFORM 1600-LER-ALUNFIM  THRU  1600-99-LER-ALUNFIM-EXIT.
           PERFORM 1700-LER-RESPALUN THRU  1700-99-LER-RESPALUN-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-TURMAS                 SECTION.
      *================================================================*
           MOVE '1100-CARREGA-TURMAS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TURMAS.
           IF    WS-FS-TUR                 NOT EQUAL  '00'
                 MOVE WS-FS-TUR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TURMAS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-TURMA THRU 1150-99-LE-TURMA-EXIT
                   UNTIL WS-FS-TUR         EQUAL '10'.

           CLOSE TURMAS.

           IF    WS-QTDE-TUR               EQUAL      ZEROS
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MASTER TURMAS VAZIO - SEM CAPACIDADES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1100-99-CARREGA-TURMAS-EXIT.        EXIT.
      *================================================================*
       1150-LE-TURMA                       SECTION.
      *================================================================*
           READ  TURMAS.
           IF  WS-FS-TUR   NOT EQUAL '00'
           AND WS-FS-TUR   NOT EQUAL '10'
               MOVE WS-FS-TUR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TURMAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TUR                   NOT EQUAL  '00'
               GO TO 1150-99-LE-TURMA-EXIT
           END-IF.

           IF  WS-QTDE-TUR                 EQUAL      50
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 50 TURMAS NO MASTER'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-TUR.
           MOVE TUR-CODIGO         TO  WS-TUR-CODIGO    (WS-QTDE-TUR).
           MOVE TUR-CAPACIDADE     TO  WS-TUR-CAPACIDADE
                                       (WS-QTDE-TUR).
           MOVE ZEROS              TO  WS-TUR-OCUPACAO  (WS-QTDE-TUR).
      *----------------------------------------------------------------*
       1150-99-LE-TURMA-EXIT.              EXIT.
      *================================================================*
       1200-CARREGA-PROMTUR                SECTION.
      *================================================================*
           MOVE '1200-CARREGA-PROMTUR'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PROMTUR.
           IF    WS-FS-PRO                 NOT EQUAL  '00'
                 MOVE WS-FS-PRO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA PROMTUR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1250-LE-PROMTUR THRU 1250-99-LE-PROMTUR-EXIT
                   UNTIL WS-FS-PRO         EQUAL '10'.

           CLOSE PROMTUR.
      *----------------------------------------------------------------*
       1200-99-CARREGA-PROMTUR-EXIT.       EXIT.
      *================================================================*
       1250-LE-PROMTUR                     SECTION.
      *================================================================*
           READ  PROMTUR.
           IF  WS-FS-PRO   NOT EQUAL '00'
           AND WS-FS-PRO   NOT EQUAL '10'
               MOVE WS-FS-PRO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA PROMTUR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PRO                   NOT EQUAL  '00'
               GO TO 1250-99-LE-PROMTUR-EXIT
           END-IF.

           IF  WS-QTDE-PRO                 EQUAL      50
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 50 TURMAS NO PROMTUR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-PRO.
           MOVE PRO-TURMA          TO  WS-PRO-TURMA      (WS-QTDE-PRO).
           MOVE PRO-TURMA-NOVA     TO  WS-PRO-TURMA-NOVA (WS-QTDE-PRO).
           MOVE PRO-TURNO-NOVO     TO  WS-PRO-TURNO-NOVO (WS-QTDE-PRO).
      *----------------------------------------------------------------*
       1250-99-LE-PROMTUR-EXIT.            EXIT.
      *================================================================*
       1300-APURA-DEBITOS                  SECTION.
      *================================================================*
      * TITULO ESCOLAR NAO PAGO/BAIXADO E VENCIDO ANTES DA DATA-BASE   *
      * SOMA NO DEBITO DO CPF DO RESPONSAVEL (ESCXREF). SEM O          *
      * COMPANHEIRO (35) NENHUM TITULO TEM CPF E NINGUEM FICA RETIDO.  *
      *----------------------------------------------------------------*
           MOVE '1300-APURA-DEBITOS'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
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
                 PERFORM 1350-LER-ESCXREF
                     THRU 1350-99-LER-ESCXREF-EXIT
           END-IF.

           PERFORM 1320-LE-TITULO THRU 1320-99-LE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.

           CLOSE TITMST.
           IF    NOT WS-XRF-AUSENTE
                 CLOSE ESCXREF
           END-IF.
      *----------------------------------------------------------------*
       1300-99-APURA-DEBITOS-EXIT.         EXIT.
      *================================================================*
       1320-LE-TITULO                      SECTION.
      *================================================================*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 1320-99-LE-TITULO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TIT.
           IF  NOT TIT-ORIGEM-ESCOLA
           OR  TIT-QUITADO
           OR  TIT-DATA-VENCTO         NOT LESS       WS-DATA-BASE
               GO TO 1320-99-LE-TITULO-EXIT
           END-IF.
           ADD  1                          TO         WS-TIT-VENCIDOS.

           MOVE TIT-NOSSO-NUMERO           TO         WS-CHAVE-TIT-NUM.
           PERFORM 1350-LER-ESCXREF THRU 1350-99-LER-ESCXREF-EXIT
                   UNTIL WS-CHAVE-XRF  NOT LESS       WS-CHAVE-TIT.
           IF  WS-CHAVE-XRF                NOT EQUAL  WS-CHAVE-TIT
           OR  XRF-CPF-RESP                EQUAL      ZEROS
               ADD  1                      TO         WS-TIT-SEM-RESP
               GO TO 1320-99-LE-TITULO-EXIT
           END-IF.

           MOVE XRF-CPF-RESP               TO         WS-CPF-BUSCA.
           PERFORM 1400-ACHA-DEBITO THRU 1400-99-ACHA-DEBITO-EXIT.
           IF  WS-DEB-ACHADO               EQUAL      ZEROS
               IF  WS-QTDE-DEB             EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 2000 PAGADORES COM DEBITO VENCIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-DEB
               MOVE WS-QTDE-DEB            TO         WS-DEB-ACHADO
               MOVE XRF-CPF-RESP   TO  WS-DEB-CPF   (WS-DEB-ACHADO)
               MOVE ZEROS          TO  WS-DEB-VALOR (WS-DEB-ACHADO)
               MOVE ZEROS          TO  WS-DEB-QTDE  (WS-DEB-ACHADO)
           END-IF.
           ADD  TIT-VALOR          TO  WS-DEB-VALOR (WS-DEB-ACHADO).
           ADD  1                  TO  WS-DEB-QTDE  (WS-DEB-ACHADO).
      *----------------------------------------------------------------*
       1320-99-LE-TITULO-EXIT.             EXIT.
      *================================================================*
       1350-LER-ESCXREF                    SECTION.
      *================================================================*
           READ  ESCXREF.
           IF  WS-FS-XRF   NOT EQUAL '00'
           AND WS-FS-XRF   NOT EQUAL '10'
               MOVE '1350-LER-ESCXREF'     TO         WS-CODIGO-AREA
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
       1350-99-LER-ESCXREF-EXIT.           EXIT.
      *================================================================*
       1400-ACHA-DEBITO                    SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-DEB-ACHADO.
           PERFORM 1450-COMPARA-DEBITO THRU 1450-99-COMPARA-DEBITO-EXIT
                   VARYING WS-IND-DEB FROM 1 BY 1
                   UNTIL WS-IND-DEB GREATER WS-QTDE-DEB
                      OR WS-DEB-ACHADO GREATER ZEROS.
      *----------------------------------------------------------------*
       1400-99-ACHA-DEBITO-EXIT.           EXIT.
      *================================================================*
       1450-COMPARA-DEBITO                 SECTION.
      *================================================================*
           IF  WS-DEB-CPF (WS-IND-DEB)     EQUAL      WS-CPF-BUSCA
               MOVE WS-IND-DEB             TO         WS-DEB-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       1450-99-COMPARA-DEBITO-EXIT.        EXIT.
      *================================================================*
       1500-LER-CADALUM                    SECTION.
      *================================================================*
           MOVE '1500-LER-CADALUM'         TO         WS-CODIGO-AREA.

           READ CADALUM.

           IF  WS-FS-CAD   NOT EQUAL '00'
           AND WS-FS-CAD   NOT EQUAL '10'
               MOVE WS-FS-CAD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADALUM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CAD                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-CAD
               MOVE CAD-COD-ALU            TO         WS-CHAVE-CAD-NUM
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-CADALUM-EXIT.           EXIT.
      *================================================================*
       1600-LER-ALUNFIM                    SECTION.
      *================================================================*
           MOVE '1600-LER-ALUNFIM'         TO         WS-CODIGO-AREA.

           READ ALUNFIM.

           IF  WS-FS-FIM   NOT EQUAL '00'
           AND WS-FS-FIM   NOT EQUAL '10'
               MOVE WS-FS-FIM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ROL ALUNFIM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FIM                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-FIM
           ELSE
               MOVE FIM-COD-ALU            TO         WS-CHAVE-FIM
           END-IF.
      *----------------------------------------------------------------*
       1600-99-LER-ALUNFIM-EXIT.           EXIT.
      *================================================================*
       1700-LER-RESPALUN                   SECTION.
      *================================================================*
           MOVE '1700-LER-RESPALUN'        TO         WS-CODIGO-AREA.

           READ RESPALUN.

           IF  WS-FS-RSP   NOT EQUAL '00'
           AND WS-FS-RSP   NOT EQUAL '10'
               MOVE WS-FS-RSP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RESPONSAVEIS RESPALUN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-RSP                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-RSP
           ELSE
               MOVE RSP-COD-ALU            TO         WS-CHAVE-RSP
           END-IF.
      *----------------------------------------------------------------*
       1700-99-LER-RESPALUN-EXIT.          EXIT.
      *================================================================*
       1800-ACHA-TURMA                     SECTION.
      *================================================================*
      * LOCALIZA (OU INCLUI COM CAPACIDADE 999, COMO NO VRB742S) A     *
      * TURMA NA TABELA E DEIXA O INDICE EM WS-TUR-ACHADA.             *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-TUR-ACHADA.
           PERFORM 1850-COMPARA-TURMA THRU 1850-99-COMPARA-TURMA-EXIT
                   VARYING WS-IND-TUR FROM 1 BY 1
                   UNTIL WS-IND-TUR GREATER WS-QTDE-TUR
                      OR WS-TUR-ACHADA GREATER ZEROS.

           IF  WS-TUR-ACHADA               EQUAL      ZEROS
               IF  WS-QTDE-TUR             EQUAL      50
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 50 TURMAS NO MASTER'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-TUR
               MOVE WS-QTDE-TUR            TO         WS-TUR-ACHADA
               MOVE WS-TURMA-BUSCA TO  WS-TUR-CODIGO (WS-TUR-ACHADA)
               MOVE 999            TO  WS-TUR-CAPACIDADE
                                       (WS-TUR-ACHADA)
               MOVE ZEROS          TO  WS-TUR-OCUPACAO (WS-TUR-ACHADA)
           END-IF.
      *----------------------------------------------------------------*
       1800-99-ACHA-TURMA-EXIT.            EXIT.
      *================================================================*
       1850-COMPARA-TURMA                  SECTION.
      *================================================================*
           IF  WS-TUR-CODIGO (WS-IND-TUR)  EQUAL      WS-TURMA-BUSCA
               MOVE WS-IND-TUR             TO         WS-TUR-ACHADA
           END-IF.
      *----------------------------------------------------------------*
       1850-99-COMPARA-TURMA-EXIT.         EXIT.
      *================================================================*
       2000-CLASSIFICA                     SECTION.
      *================================================================*
      * PRIMEIRA PASSADA: DECIDE O DESTINO DE CADA ALUNO E CONTA NA    *
      * OCUPACAO DO ANO NOVO QUEM PERMANECE NA TURMA EM QUE ESTA.      *
      *----------------------------------------------------------------*
           MOVE '2000-CLASSIFICA'          TO         WS-CODIGO-AREA.

           IF  WS-QTDE-ALU                 EQUAL      2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 2000 ALUNOS NO CADALUM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-ALU.
           MOVE WS-QTDE-ALU                TO         WS-IND-ALU.
           MOVE CAD-COD-ALU        TO  WS-ALU-COD        (WS-IND-ALU).
           MOVE CAD-NOME           TO  WS-ALU-NOME       (WS-IND-ALU).
           MOVE CAD-TURMA          TO  WS-ALU-TURMA      (WS-IND-ALU).
           MOVE CAD-TURNO          TO  WS-ALU-TURNO      (WS-IND-ALU).
           MOVE CAD-TURMA          TO  WS-ALU-TURMA-NOVA (WS-IND-ALU).
           MOVE CAD-TURNO          TO  WS-ALU-TURNO-NOVO (WS-IND-ALU).
           MOVE ZEROS              TO  WS-ALU-CPF        (WS-IND-ALU).
           MOVE SPACES             TO  WS-ALU-NOME-RESP  (WS-IND-ALU).
           MOVE ZEROS              TO  WS-ALU-DEBITO     (WS-IND-ALU).

           PERFORM 1600-LER-ALUNFIM  THRU  1600-99-LER-ALUNFIM-EXIT
                   UNTIL WS-CHAVE-FIM  NOT LESS       WS-CHAVE-CAD.
           PERFORM 1700-LER-RESPALUN THRU  1700-99-LER-RESPALUN-EXIT
                   UNTIL WS-CHAVE-RSP  NOT LESS       WS-CHAVE-CAD.

           IF  WS-CHAVE-RSP                EQUAL      WS-CHAVE-CAD
               MOVE RSP-CPF        TO  WS-ALU-CPF        (WS-IND-ALU)
               MOVE RSP-NOME       TO  WS-ALU-NOME-RESP  (WS-IND-ALU)
               MOVE RSP-CPF                TO         WS-CPF-BUSCA
               PERFORM 1400-ACHA-DEBITO THRU 1400-99-ACHA-DEBITO-EXIT
               IF  WS-DEB-ACHADO           GREATER    ZEROS
                   MOVE WS-DEB-VALOR (WS-DEB-ACHADO)
                                   TO  WS-ALU-DEBITO     (WS-IND-ALU)
               END-IF
           END-IF.

           IF  WS-CHAVE-FIM                NOT EQUAL  WS-CHAVE-CAD
               MOVE 'N'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-90-OCUPA
           END-IF.
           IF  FIM-RECUPERACAO
               MOVE 'C'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-90-OCUPA
           END-IF.
           IF  WS-ALU-DEBITO (WS-IND-ALU)  GREATER    WS-LIMITE
               MOVE 'D'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-90-OCUPA
           END-IF.
           IF  NOT FIM-APROVADO
               MOVE 'M'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-90-OCUPA
           END-IF.

           MOVE ZEROS                      TO         WS-PRO-ACHADA.
           PERFORM 2100-COMPARA-SERIE THRU 2100-99-COMPARA-SERIE-EXIT
                   VARYING WS-IND-PRO FROM 1 BY 1
                   UNTIL WS-IND-PRO GREATER WS-QTDE-PRO
                      OR WS-PRO-ACHADA GREATER ZEROS.
           IF  WS-PRO-ACHADA               EQUAL      ZEROS
               MOVE 'T'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-90-OCUPA
           END-IF.
           IF  WS-PRO-TURMA-NOVA (WS-PRO-ACHADA) EQUAL SPACES
               MOVE 'F'            TO  WS-ALU-ACAO       (WS-IND-ALU)
               GO TO 2000-95-PROXIMO
           END-IF.

           MOVE 'P'                TO  WS-ALU-ACAO       (WS-IND-ALU).
           MOVE WS-PRO-TURMA-NOVA (WS-PRO-ACHADA)
                                   TO  WS-ALU-TURMA-NOVA (WS-IND-ALU).
           IF  WS-PRO-TURNO-NOVO (WS-PRO-ACHADA) NOT EQUAL SPACES
               MOVE WS-PRO-TURNO-NOVO (WS-PRO-ACHADA)
                                   TO  WS-ALU-TURNO-NOVO (WS-IND-ALU)
           END-IF.
           GO TO 2000-95-PROXIMO.

       2000-90-OCUPA.
           MOVE CAD-TURMA                  TO         WS-TURMA-BUSCA.
           PERFORM 1800-ACHA-TURMA THRU 1800-99-ACHA-TURMA-EXIT.
           ADD  1                  TO  WS-TUR-OCUPACAO (WS-TUR-ACHADA).

       2000-95-PROXIMO.
           PERFORM 1500-LER-CADALUM  THRU  1500-99-LER-CADALUM-EXIT.
      *----------------------------------------------------------------*
       2000-99-CLASSIFICA-EXIT.            EXIT.
      *================================================================*
       2100-COMPARA-SERIE                  SECTION.
      *================================================================*
           IF  WS-PRO-TURMA (WS-IND-PRO)   EQUAL
               WS-ALU-TURMA (WS-IND-ALU)
               MOVE WS-IND-PRO             TO         WS-PRO-ACHADA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-COMPARA-SERIE-EXIT.         EXIT.
      *================================================================*
       3000-GERA-TRANSACAO                 SECTION.
      *================================================================*
      * SEGUNDA PASSADA, NA ORDEM DE CODIGO (A DO BALANCE-LINE DO      *
      * VRB742S): PROMOVIDO OCUPA VAGA NA TURMA NOVA ENQUANTO HOUVER;  *
      * SEM VAGA VAI PARA A FILA. CONCLUINTE SAI POR EXCLUSAO.         *
      *----------------------------------------------------------------*
           MOVE '3000-GERA-TRANSACAO'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-MAT.
           MOVE WS-ALU-COD   (WS-IND-ALU)  TO         MAT-COD-ALU.
           MOVE WS-ALU-NOME  (WS-IND-ALU)  TO         MAT-NOME.
           MOVE WS-ALU-TURMA-NOVA (WS-IND-ALU) TO     MAT-TURMA.
           MOVE WS-ALU-TURNO-NOVO (WS-IND-ALU) TO     MAT-TURNO.

           IF  WS-ALU-CONCLUI (WS-IND-ALU)
               MOVE 'E'                    TO         MAT-TIPO
               PERFORM 3900-GRAVA-MATRIN THRU 3900-99-GRAVA-MATRIN-EXIT
               ADD  1                      TO         WS-CONCLUINTES
               GO TO 3000-99-GERA-TRANSACAO-EXIT
           END-IF.

           IF  NOT WS-ALU-PROMOVE (WS-IND-ALU)
               PERFORM 3500-NAO-REMATRICULADO
                   THRU 3500-99-NAO-REMATRICULADO-EXIT
               GO TO 3000-99-GERA-TRANSACAO-EXIT
           END-IF.

           MOVE 'R'                        TO         MAT-TIPO.
           MOVE WS-ALU-TURMA-NOVA (WS-IND-ALU) TO     WS-TURMA-BUSCA.
           PERFORM 1800-ACHA-TURMA THRU 1800-99-ACHA-TURMA-EXIT.
           IF  WS-TUR-OCUPACAO (WS-TUR-ACHADA) LESS
               WS-TUR-CAPACIDADE (WS-TUR-ACHADA)
               ADD  1              TO  WS-TUR-OCUPACAO (WS-TUR-ACHADA)
               MOVE 'N'                    TO         MAT-ESPERA
               ADD  1                      TO         WS-PROMOVIDOS
           ELSE
               MOVE 'S'                    TO         MAT-ESPERA
               ADD  1                      TO         WS-PARA-ESPERA
               MOVE WS-ALU-COD   (WS-IND-ALU) TO      DETR-COD
               MOVE WS-ALU-NOME  (WS-IND-ALU) TO      DETR-NOME
               MOVE WS-ALU-TURMA-NOVA (WS-IND-ALU) TO DETR-TURMA
               MOVE 'FILA DE ESPERA'       TO         DETR-MOTIVO
               MOVE ZEROS                  TO         DETR-VALOR
               WRITE REG-REL               FROM       DET-REM
               PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT
           END-IF.
           PERFORM 3900-GRAVA-MATRIN THRU 3900-99-GRAVA-MATRIN-EXIT.
      *----------------------------------------------------------------*
       3000-99-GERA-TRANSACAO-EXIT.        EXIT.
      *================================================================*
       3500-NAO-REMATRICULADO              SECTION.
      *================================================================*
      * REPROVADO PERMANECE NA TURMA SEM TRANSACAO E SEM LINHA; OS     *
      * DEMAIS CASOS SAEM NO RELREM PARA A SECRETARIA.                 *
      *----------------------------------------------------------------*
           IF  WS-ALU-PERMANECE (WS-IND-ALU)
               ADD  1                      TO         WS-RETIDOS-SERIE
               GO TO 3500-99-NAO-REMATRICULADO-EXIT
           END-IF.

           MOVE WS-ALU-COD   (WS-IND-ALU)  TO         DETR-COD.
           MOVE WS-ALU-NOME  (WS-IND-ALU)  TO         DETR-NOME.
           MOVE WS-ALU-TURMA (WS-IND-ALU)  TO         DETR-TURMA.
           MOVE ZEROS                      TO         DETR-VALOR.

           IF  WS-ALU-RETIDO-DEBITO (WS-IND-ALU)
               MOVE 'DEBITO EM ABERTO'     TO         DETR-MOTIVO
               MOVE WS-ALU-DEBITO (WS-IND-ALU) TO     DETR-VALOR
               ADD  1                      TO         WS-RETIDOS-DEBITO
               ADD  WS-ALU-DEBITO (WS-IND-ALU) TO     WS-VALOR-RETIDO
           ELSE
               ADD  1                      TO         WS-SEM-DEFINICAO
               IF  WS-ALU-SEM-RESULTADO (WS-IND-ALU)
                   MOVE 'SEM RESULTADO NO ROL' TO     DETR-MOTIVO
               ELSE
                   IF  WS-ALU-EM-RECUPERACAO (WS-IND-ALU)
                       MOVE 'EM RECUPERACAO' TO       DETR-MOTIVO
                   ELSE
                       MOVE 'TURMA SEM SERIE SEG.' TO DETR-MOTIVO
                   END-IF
               END-IF
           END-IF.

           WRITE REG-REL                   FROM       DET-REM.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.

           IF  WS-ALU-RETIDO-DEBITO (WS-IND-ALU)
               MOVE WS-ALU-CPF (WS-IND-ALU) TO        DETP-CPF
               MOVE WS-ALU-NOME-RESP (WS-IND-ALU) TO  DETP-NOME
               WRITE REG-REL               FROM       DET-RESP
               PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT
           END-IF.
      *----------------------------------------------------------------*
       3500-99-NAO-REMATRICULADO-EXIT.     EXIT.
      *================================================================*
       3900-GRAVA-MATRIN                   SECTION.
      *================================================================*
           WRITE REG-MAT.
           IF  WS-FS-MAT                   NOT EQUAL  '00'
               MOVE WS-FS-MAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TRANSACOES MATRIN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MAT.
      *----------------------------------------------------------------*
       3900-99-GRAVA-MATRIN-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELREM                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELREM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELREM-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.
           MOVE WS-RETIDOS-DEBITO          TO         TOTR-QTDE.
           MOVE WS-VALOR-RETIDO            TO         TOTR-VALOR.
           WRITE REG-REL                   FROM       TOT-REM.
           PERFORM 8000-FS-RELREM THRU 8000-99-FS-RELREM-EXIT.

           CLOSE CADALUM  ALUNFIM  RESPALUN  MATRIN  RELREM.

           IF  WS-FS-MAT                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-MAT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* DATA-BASE DEBITOS     =    ' WS-DATA-BASE.
           DISPLAY '* TITULOS LIDOS         =    ' WS-LIDOS-TIT.
           DISPLAY '* ESCOLARES VENCIDOS    =    ' WS-TIT-VENCIDOS.
           DISPLAY '* VENCIDOS SEM CPF      =    ' WS-TIT-SEM-RESP.
           DISPLAY '* ALUNOS NO CADASTRO    =    ' WS-LIDOS-CAD.
           DISPLAY '* PROMOVIDOS COM VAGA   =    ' WS-PROMOVIDOS.
           DISPLAY '* PROMOVIDOS P/ ESPERA  =    ' WS-PARA-ESPERA.
           DISPLAY '* CONCLUINTES           =    ' WS-CONCLUINTES.
           DISPLAY '* PERMANECEM NA SERIE   =    ' WS-RETIDOS-SERIE.
           DISPLAY '* RETIDOS POR DEBITO    =    ' WS-RETIDOS-DEBITO.
           DISPLAY '* SEM DEFINICAO         =    ' WS-SEM-DEFINICAO.
           DISPLAY '* TRANSACOES MATRIN     =    ' WS-GRAVADOS-MAT.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-CAD              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-MAT           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB859S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
