       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB867S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MONITOR DE CHEGADA DOS ARQUIVOS RECEBIDOS DE FORA    *
      * (SERDLT, RETORNO, RETDEB, RESCHAM, OBITOLST...). A CADEIA SO   *
      * DESCOBRIA A FALTA DE UM ARQUIVO QUANDO O CONSUMIDOR ABENDAVA   *
      * DE MADRUGADA. RODA VARIAS VEZES AO LONGO DA NOITE:             *
      *   1. LE A TABELA DE CHEGADAS ESPERADAS ARQESP (ARQUIVO,        *
      *      REMETENTE, HORARIO LIMITE HHMM, CONTATO DE ESCALACAO E    *
      *      ATE 4 JOBS CONSUMIDORES). O ARQUIVO SO EH ESPERADO NOS    *
      *      DIAS EM QUE ALGUM CONSUMIDOR ESTA NA GRADE DO DIA         *
      *      (EXPJOBS, GRAVADA PELA ABERTURA DE CADEIA VRB773S);       *
      *   2. CONFERE NO LOG DE CHEGADAS DA AREA DE TRANSFERENCIA       *
      *      (ARQCHEG, UM REGISTRO POR ARQUIVO POUSADO, GRAVADO PELO   *
      *      SOFTWARE DE TRANSFERENCIA) SE O ARQUIVO JA POUSOU HOJE E  *
      *      GUARDA A HORA DA CHEGADA NO CONTROLE DO DIA ARQCTL;       *
      *   3. ARQUIVO AINDA AUSENTE DEPOIS DO HORARIO LIMITE GERA UM    *
      *      ALERTA NO ARQALR (QUE O BOLETIM VRB719S IMPRIME, COM O    *
      *      CONTATO DE ESCALACAO) E REGISTRA CADA CONSUMIDOR DO DIA   *
      *      NO RUNCTRL COM CHECKPOINT 'I' (PULADO POR FALTA DE        *
      *      ENTRADA). O CONSUMIDOR, PELA ENTCHK31, ENCERRA SEM ABEND; *
      *   4. ARQUIVO QUE POUSA DEPOIS DO HORARIO LIMITE (PELA HORA DA  *
      *      CHEGADA NO ARQCHEG, TENHA OU NAO HAVIDO ALERTA DE ATRASO) *
      *      GERA O AVISO 'CHEGOU APOS O CORTE' - SE OS CONSUMIDORES   *
      *      JA FORAM MARCADOS, A LIBERACAO FICA A CARGO DO OPERADOR   *
      *      PELO FORCPARM.                                            *
      * O ARQCTL GUARDA SO O DIA CORRENTE: A PRIMEIRA RODADA DO DIA    *
      * DESPREZA O CONTROLE DO DIA ANTERIOR. ALERTA E MARCACAO SAO     *
      * FEITOS UMA UNICA VEZ POR ARQUIVO E DIA, MESMO COM VARIAS       *
      * RODADAS DO MONITOR. O RELCHEG MOSTRA A SITUACAO DE CADA        *
      * ARQUIVO ESPERADO NA RODADA.                                    *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          CHEGADA DEPOIS DO HORARIO    *
      *                                   LIMITE, AINDA SEM ALERTA DE  *
      *                                   ATRASO, TAMBEM FICA 'T' E    *
      *                                   GERA O AVISO NO ARQALR       *
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

           SELECT ARQESP         ASSIGN TO ARQESP
           FILE STATUS           IS        WS-FS-ESP.
      *----------------------------------------------------------------*
           SELECT EXPJOBS        ASSIGN TO EXPJOBS
           FILE STATUS           IS        WS-FS-EXP.
      *----------------------------------------------------------------*
           SELECT ARQCHEG        ASSIGN TO ARQCHEG
           FILE STATUS           IS        WS-FS-CHG.
      *----------------------------------------------------------------*
           SELECT ARQCTL         ASSIGN TO ARQCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT ARQALR         ASSIGN TO ARQALR
           FILE STATUS           IS        WS-FS-ALR.
      *----------------------------------------------------------------*
           SELECT RELCHEG        ASSIGN TO RELCHEG
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  ARQESP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-ESP.

       01  REG-ESP.
           05 ESP-ARQUIVO                  PIC X(08).
           05 ESP-REMETENTE                PIC X(20).
           05 ESP-HORA-LIMITE              PIC 9(04).
           05 ESP-CONTATO                  PIC X(30).
           05 ESP-QTDE-DEPEND              PIC 9(01).
           05 ESP-DEPENDENTE               PIC X(08)  OCCURS 4 TIMES.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  EXPJOBS
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-EXP.

       01  REG-EXP.
           05 EXP-PROGRAMA                 PIC X(08).
           05 EXP-DATA                     PIC 9(08).
           05 EXP-FREQUENCIA               PIC X(01).
           05 FILLER                       PIC X(23).
      *----------------------------------------------------------------*
       FD  ARQCHEG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CHG.

       01  REG-CHG.
           05 CHG-ARQUIVO                  PIC X(08).
           05 CHG-DATA                     PIC 9(08).
           05 CHG-HORA                     PIC 9(06).
           05 CHG-QTDE                     PIC 9(07).
           05 FILLER                       PIC X(11).
      *----------------------------------------------------------------*
       FD  ARQCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-ARQUIVO                  PIC X(08).
           05 CTL-DATA                     PIC 9(08).
           05 CTL-SITUACAO                 PIC X(01).
           05 CTL-HORA-LIMITE              PIC 9(04).
           05 CTL-HORA-CHEGADA             PIC 9(06).
           05 CTL-HORA-ALERTA              PIC 9(06).
           05 CTL-QTDE                     PIC 9(07).
           05 FILLER                       PIC X(20).
      *----------------------------------------------------------------*
       FD  ARQALR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-ALR.

       01  REG-ALR.
           05 ALR-ARQUIVO                  PIC X(08).
           05 ALR-DATA                     PIC 9(08).
           05 ALR-HORA                     PIC 9(06).
           05 ALR-TIPO                     PIC X(01).
              88 ALR-TIPO-ATRASO                       VALUE 'A'.
              88 ALR-TIPO-TARDE                        VALUE 'T'.
           05 ALR-REMETENTE                PIC X(20).
           05 ALR-HORA-LIMITE              PIC 9(04).
           05 ALR-CONTATO                  PIC X(30).
           05 ALR-QTDE-PULADOS             PIC 9(01).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       FD  RELCHEG
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-ESP                       PIC X(02)     VALUE '00'.
       77  WS-FS-EXP                       PIC X(02)     VALUE '00'.
       77  WS-FS-CHG                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-ALR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 GRADE DO DIA (EXPJOBS)                         *
      *----------------------------------------------------------------*
       77  WS-QTDE-GRADE                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GRADE                    PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-GRADE-ACHADO                 PIC X(01)     VALUE 'N'.
           88 WS-GRADE-ACHADO-SIM                        VALUE 'S'.
       77  WS-NOME-PROCURA             PIC X(08)     VALUE SPACES.
       01  WS-TAB-GRADE.
           05 WS-GRADE-PROG                PIC X(08)  OCCURS 300 TIMES.
      *----------------------------------------------------------------*
      *          CHEGADAS DO DIA NA AREA DE TRANSFERENCIA              *
      *----------------------------------------------------------------*
       77  WS-QTDE-CHG                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CHG                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CHG-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CHG.
           05 WS-CHG-OCR                   OCCURS 200 TIMES.
              10 WS-CHG-ARQUIVO            PIC X(08).
              10 WS-CHG-HORA               PIC 9(06).
              10 WS-CHG-QTDE               PIC 9(07).
      *----------------------------------------------------------------*
      *                CONTROLE DO DIA (ARQCTL)                        *
      *----------------------------------------------------------------*
       77  WS-QTDE-CTL                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CTL                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CTL-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CTL.
           05 WS-CTL-OCR                   OCCURS 200 TIMES.
              10 WS-CTL-ARQUIVO            PIC X(08).
              10 WS-CTL-SITUACAO           PIC X(01).
                 88 WS-CTL-SIT-AGUARDANDO              VALUE 'E'.
                 88 WS-CTL-SIT-CHEGOU                  VALUE 'C'.
                 88 WS-CTL-SIT-ATRASADO                VALUE 'A'.
                 88 WS-CTL-SIT-TARDE                   VALUE 'T'.
              10 WS-CTL-HORA-LIMITE        PIC 9(04).
              10 WS-CTL-HORA-CHEGADA       PIC 9(06).
              10 WS-CTL-HORA-ALERTA        PIC 9(06).
              10 WS-CTL-QTDE               PIC 9(07).
      *----------------------------------------------------------------*
      *                    DATA E HORA DA RODADA                       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-HORA-AGORA                   PIC 9(08)     VALUE ZEROS.
       01  WS-HORA-AGORA-R                 REDEFINES  WS-HORA-AGORA.
           05 WS-AGORA-HHMM                PIC 9(04).
           05 WS-AGORA-SSCC                PIC 9(04).
       77  WS-HORA-AGORA-6                 PIC 9(06)     VALUE ZEROS.
       77  WS-IND-DEP                      PIC 9(01)     VALUE ZEROS.
       77  WS-PULADOS-ARQ                  PIC 9(01)     VALUE ZEROS.
       77  WS-TIPO-ALERTA                  PIC X(01)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ESP                    PIC 9(05)     VALUE ZEROS.
       77  WS-ESPERADOS                    PIC 9(05)     VALUE ZEROS.
       77  WS-FORA-DA-GRADE                PIC 9(05)     VALUE ZEROS.
       77  WS-CHEGADOS                     PIC 9(05)     VALUE ZEROS.
       77  WS-AGUARDANDO                   PIC 9(05)     VALUE ZEROS.
       77  WS-ATRASADOS                    PIC 9(05)     VALUE ZEROS.
       77  WS-ALERTAS                      PIC 9(05)     VALUE ZEROS.
       77  WS-JOBS-PULADOS                 PIC 9(05)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB867S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB867S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *     MARCACAO DOS CONSUMIDORES PULADOS POR FALTA DE ENTRADA     *
      *----------------------------------------------------------------*
       01  WS-PULO-AREA.
           05 WS-PULO-PROGRAMA             PIC X(08)   VALUE SPACES.
           05 WS-PULO-CHECKPOINT           PIC X(01)   VALUE 'I'.
           05 WS-PULO-QTDE-LIDOS           PIC 9(07)   VALUE ZEROS.
           05 WS-PULO-QTDE-GRAVADOS        PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELCHEG                    *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
              'VRB867S - MONITOR DE CHEGADA DE ARQUIVOS'.
           05 FILLER                       PIC X(06)  VALUE '  EM: '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(08)  VALUE '  HORA: '.
           05 CABT-HH                      PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ':'.
           05 CABT-MM                      PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              'ARQUIVO  REMETENTE            LIMITE  SI'.
           05 FILLER                       PIC X(40)  VALUE
              'TUACAO                CHEGADA  REGISTROS'.
      *----------------------------------------------------------------*
       01  DET-CHEGADA.
           05 DETC-ARQUIVO                 PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-REMETENTE               PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-LIM-HH                  PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ':'.
           05 DETC-LIM-MM                  PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-SITUACAO                PIC X(22)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-CHEGADA.
              10 DETC-CHG-HH               PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE ':'.
              10 DETC-CHG-MM               PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE ':'.
              10 DETC-CHG-SS               PIC 9(02)  VALUE ZEROS.
           05 DETC-CHEGADA-R               REDEFINES  DETC-CHEGADA
                                           PIC X(08).
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-QTDE                    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
      *----------------------------------------------------------------*
       01  DET-PULADO.
           05 FILLER                       PIC X(09)  VALUE SPACES.
           05 FILLER                       PIC X(32)  VALUE
              'CONSUMIDOR MARCADO SEM ENTRADA: '.
           05 DETP-PROGRAMA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(31)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-ESCALACAO.
           05 FILLER                       PIC X(09)  VALUE SPACES.
           05 FILLER                       PIC X(19)  VALUE
              'ESCALAR PARA:      '.
           05 DETE-CONTATO                 PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-NENHUM.
           05 FILLER                       PIC X(40)  VALUE
              'NENHUM ARQUIVO ESPERADO PARA HOJE       '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-ESP         EQUAL '10'.
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
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.
           ACCEPT WS-HORA-AGORA            FROM       TIME.
           MOVE  WS-HORA-AGORA (1:6)       TO         WS-HORA-AGORA-6.

           PERFORM 1100-CARREGA-GRADE
               THRU 1100-99-CARREGA-GRADE-EXIT.
           PERFORM 1200-CARREGA-CHEGADAS
               THRU 1200-99-CARREGA-CHEGADAS-EXIT.
           PERFORM 1300-CARREGA-CONTROLE
               THRU 1300-99-CARREGA-CONTROLE-EXIT.

           OPEN  INPUT                     ARQESP.
           IF    WS-FS-ESP                 NOT EQUAL  '00'
                 MOVE WS-FS-ESP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA ARQESP'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    ARQALR.
           IF    WS-FS-ALR                 EQUAL      '35'
                 OPEN OUTPUT               ARQALR
           END-IF.
           IF    WS-FS-ALR                 NOT EQUAL  '00'
                 MOVE WS-FS-ALR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ALERTA ARQALR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELCHEG.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELCHEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  WS-DATA-HOJE (7:2)        TO         CABT-DIA.
           MOVE  WS-DATA-HOJE (5:2)        TO         CABT-MES.
           MOVE  WS-DATA-HOJE (1:4)        TO         CABT-ANO.
           MOVE  WS-HORA-AGORA (1:2)       TO         CABT-HH.
           MOVE  WS-HORA-AGORA (3:2)       TO         CABT-MM.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT.

           PERFORM 1900-LER-ARQESP   THRU  1900-99-LER-ARQESP-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-GRADE                  SECTION.
      *================================================================*
      * JOBS DA GRADE DE HOJE. SEM A EXPJOBS A ABERTURA DE CADEIA NAO  *
      * RODOU E NAO HA COMO SABER O QUE EH ESPERADO: CANCELA.          *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-GRADE'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     EXPJOBS.
           IF    WS-FS-EXP                 NOT EQUAL  '00'
                 MOVE WS-FS-EXP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA LISTA EXPJOBS (VRB773S)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1110-LE-EXPJOBS THRU 1110-99-LE-EXPJOBS-EXIT
                   UNTIL WS-FS-EXP         EQUAL      '10'.

           CLOSE EXPJOBS.
      *----------------------------------------------------------------*
       1100-99-CARREGA-GRADE-EXIT.         EXIT.
      *================================================================*
       1110-LE-EXPJOBS                     SECTION.
      *================================================================*
           READ  EXPJOBS.

           IF  WS-FS-EXP   NOT EQUAL '00'
           AND WS-FS-EXP   NOT EQUAL '10'
               MOVE WS-FS-EXP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LISTA EXPJOBS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-EXP                   EQUAL      '00'
           AND EXP-DATA                    EQUAL      WS-DATA-HOJE
               IF  WS-QTDE-GRADE           NOT LESS   300
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'GRADE DO DIA ACIMA DE 300 JOBS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-GRADE
               MOVE EXP-PROGRAMA     TO  WS-GRADE-PROG (WS-QTDE-GRADE)
           END-IF.
      *----------------------------------------------------------------*
       1110-99-LE-EXPJOBS-EXIT.            EXIT.
      *================================================================*
       1200-CARREGA-CHEGADAS               SECTION.
      *================================================================*
      * ARQUIVOS POUSADOS HOJE NA AREA DE TRANSFERENCIA. LOG AUSENTE   *
      * (35) = NADA POUSOU AINDA. VALE A PRIMEIRA CHEGADA DO ARQUIVO.  *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-CHEGADAS'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ARQCHEG.
           IF    WS-FS-CHG                 EQUAL      '35'
                 GO TO 1200-99-CARREGA-CHEGADAS-EXIT
           END-IF.
           IF    WS-FS-CHG                 NOT EQUAL  '00'
                 MOVE WS-FS-CHG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO LOG ARQCHEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1210-LE-ARQCHEG THRU 1210-99-LE-ARQCHEG-EXIT
                   UNTIL WS-FS-CHG         EQUAL      '10'.

           CLOSE ARQCHEG.
      *----------------------------------------------------------------*
       1200-99-CARREGA-CHEGADAS-EXIT.      EXIT.
      *================================================================*
       1210-LE-ARQCHEG                     SECTION.
      *================================================================*
           READ  ARQCHEG.

           IF  WS-FS-CHG   NOT EQUAL '00'
           AND WS-FS-CHG   NOT EQUAL '10'
               MOVE WS-FS-CHG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LOG ARQCHEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CHG                   NOT EQUAL  '00'
           OR  CHG-DATA                    NOT EQUAL  WS-DATA-HOJE
               GO TO 1210-99-LE-ARQCHEG-EXIT
           END-IF.

           MOVE CHG-ARQUIVO                TO         WS-NOME-PROCURA.
           PERFORM 2600-LOCALIZA-CHEGADA
               THRU 2600-99-LOCALIZA-CHEGADA-EXIT.

           IF  WS-IND-CHG-ACH              GREATER    ZEROS
               GO TO 1210-99-LE-ARQCHEG-EXIT
           END-IF.

           IF  WS-QTDE-CHG                 NOT LESS   200
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LOG ARQCHEG ACIMA DE 200 ARQUIVOS NO DIA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-CHG.
           MOVE CHG-ARQUIVO      TO  WS-CHG-ARQUIVO (WS-QTDE-CHG).
           MOVE CHG-HORA         TO  WS-CHG-HORA    (WS-QTDE-CHG).
           MOVE CHG-QTDE         TO  WS-CHG-QTDE    (WS-QTDE-CHG).
      *----------------------------------------------------------------*
       1210-99-LE-ARQCHEG-EXIT.            EXIT.
      *================================================================*
       1300-CARREGA-CONTROLE               SECTION.
      *================================================================*
      * CONTROLE DAS RODADAS ANTERIORES DE HOJE. CONTROLE AUSENTE OU   *
      * DE OUTRO DIA = PRIMEIRA RODADA DO DIA.                         *
      *----------------------------------------------------------------*
           MOVE '1300-CARREGA-CONTROLE'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ARQCTL.
           IF    WS-FS-CTL                 EQUAL      '35'
                 GO TO 1300-99-CARREGA-CONTROLE-EXIT
           END-IF.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE ARQCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1310-LE-ARQCTL THRU 1310-99-LE-ARQCTL-EXIT
                   UNTIL WS-FS-CTL         EQUAL      '10'.

           CLOSE ARQCTL.
      *----------------------------------------------------------------*
       1300-99-CARREGA-CONTROLE-EXIT.      EXIT.
      *================================================================*
       1310-LE-ARQCTL                      SECTION.
      *================================================================*
           READ  ARQCTL.

           IF  WS-FS-CTL   NOT EQUAL '00'
           AND WS-FS-CTL   NOT EQUAL '10'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE ARQCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTL                   EQUAL      '00'
           AND CTL-DATA                    EQUAL      WS-DATA-HOJE
           AND WS-QTDE-CTL                 LESS       200
               ADD  1                      TO         WS-QTDE-CTL
               MOVE CTL-ARQUIVO  TO  WS-CTL-ARQUIVO      (WS-QTDE-CTL)
               MOVE CTL-SITUACAO TO  WS-CTL-SITUACAO     (WS-QTDE-CTL)
               MOVE CTL-HORA-LIMITE
                                 TO  WS-CTL-HORA-LIMITE  (WS-QTDE-CTL)
               MOVE CTL-HORA-CHEGADA
                                 TO  WS-CTL-HORA-CHEGADA (WS-QTDE-CTL)
               MOVE CTL-HORA-ALERTA
                                 TO  WS-CTL-HORA-ALERTA  (WS-QTDE-CTL)
               MOVE CTL-QTDE     TO  WS-CTL-QTDE         (WS-QTDE-CTL)
           END-IF.
      *----------------------------------------------------------------*
       1310-99-LE-ARQCTL-EXIT.             EXIT.
      *================================================================*
       1900-LER-ARQESP                     SECTION.
      *================================================================*
           MOVE '1900-LER-ARQESP'          TO         WS-CODIGO-AREA.

           READ ARQESP.

           IF  WS-FS-ESP   NOT EQUAL '00'
           AND WS-FS-ESP   NOT EQUAL '10'
               MOVE WS-FS-ESP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA ARQESP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ESP                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ESP
           END-IF.
      *----------------------------------------------------------------*
       1900-99-LER-ARQESP-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  ESP-QTDE-DEPEND             GREATER    4
               MOVE 4                      TO         ESP-QTDE-DEPEND
           END-IF.

           PERFORM 2100-ESPERADO-HOJE
               THRU 2100-99-ESPERADO-HOJE-EXIT.

           IF  NOT WS-GRADE-ACHADO-SIM
               ADD  1                      TO         WS-FORA-DA-GRADE
               GO TO 2000-50-PROXIMO
           END-IF.

           ADD  1                          TO         WS-ESPERADOS.

           PERFORM 2200-POSICIONA-CONTROLE
               THRU 2200-99-POSICIONA-CONTROLE-EXIT.

           MOVE ESP-ARQUIVO                TO         WS-NOME-PROCURA.
           PERFORM 2600-LOCALIZA-CHEGADA
               THRU 2600-99-LOCALIZA-CHEGADA-EXIT.

           IF  WS-IND-CHG-ACH              GREATER    ZEROS
               PERFORM 2300-ARQUIVO-CHEGOU
                   THRU 2300-99-ARQUIVO-CHEGOU-EXIT
           ELSE
               PERFORM 2400-ARQUIVO-AUSENTE
                   THRU 2400-99-ARQUIVO-AUSENTE-EXIT
           END-IF.

           PERFORM 2900-IMPRIME-ARQUIVO
               THRU 2900-99-IMPRIME-ARQUIVO-EXIT.

       2000-50-PROXIMO.
           PERFORM 1900-LER-ARQESP   THRU  1900-99-LER-ARQESP-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-ESPERADO-HOJE                  SECTION.
      *================================================================*
      * O ARQUIVO EH ESPERADO HOJE QUANDO ALGUM CONSUMIDOR ESTA NA     *
      * GRADE DO DIA.                                                  *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-GRADE-ACHADO.

           PERFORM 2110-CONSUMIDOR-NA-GRADE
               THRU 2110-99-CONSUMIDOR-NA-GRADE-EXIT
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER ESP-QTDE-DEPEND
                   OR    WS-GRADE-ACHADO-SIM.
      *----------------------------------------------------------------*
       2100-99-ESPERADO-HOJE-EXIT.         EXIT.
      *================================================================*
       2110-CONSUMIDOR-NA-GRADE            SECTION.
      *================================================================*
           MOVE ESP-DEPENDENTE (WS-IND-DEP) TO        WS-NOME-PROCURA.
           PERFORM 2500-LOCALIZA-GRADE
               THRU 2500-99-LOCALIZA-GRADE-EXIT.
      *----------------------------------------------------------------*
       2110-99-CONSUMIDOR-NA-GRADE-EXIT.   EXIT.
      *================================================================*
       2200-POSICIONA-CONTROLE             SECTION.
      *================================================================*
      * LINHA DO ARQUIVO NO CONTROLE DO DIA; NA PRIMEIRA RODADA DO DIA *
      * ENTRA AGUARDANDO ('E') COM O HORARIO LIMITE EM VIGOR.          *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-CTL-ACH.
           PERFORM 2210-COMPARA-CONTROLE
               THRU 2210-99-COMPARA-CONTROLE-EXIT
                   VARYING WS-IND-CTL FROM 1 BY 1
                   UNTIL WS-IND-CTL GREATER WS-QTDE-CTL
                   OR    WS-IND-CTL-ACH GREATER ZEROS.

           IF  WS-IND-CTL-ACH              GREATER    ZEROS
               GO TO 2200-99-POSICIONA-CONTROLE-EXIT
           END-IF.

           IF  WS-QTDE-CTL                 NOT LESS   200
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA ARQESP ACIMA DE 200 ARQUIVOS NO DIA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-CTL.
           MOVE WS-QTDE-CTL                TO         WS-IND-CTL-ACH.
           MOVE ESP-ARQUIVO     TO WS-CTL-ARQUIVO      (WS-IND-CTL-ACH).
           MOVE 'E'             TO WS-CTL-SITUACAO     (WS-IND-CTL-ACH).
           MOVE ESP-HORA-LIMITE TO WS-CTL-HORA-LIMITE  (WS-IND-CTL-ACH).
           MOVE ZEROS           TO WS-CTL-HORA-CHEGADA (WS-IND-CTL-ACH)
                                   WS-CTL-HORA-ALERTA  (WS-IND-CTL-ACH)
                                   WS-CTL-QTDE         (WS-IND-CTL-ACH).
      *----------------------------------------------------------------*
       2200-99-POSICIONA-CONTROLE-EXIT.    EXIT.
      *================================================================*
       2210-COMPARA-CONTROLE               SECTION.
      *================================================================*
           IF  WS-CTL-ARQUIVO (WS-IND-CTL) EQUAL      ESP-ARQUIVO
               MOVE WS-IND-CTL             TO         WS-IND-CTL-ACH
           END-IF.
      *----------------------------------------------------------------*
       2210-99-COMPARA-CONTROLE-EXIT.      EXIT.
      *================================================================*
       2300-ARQUIVO-CHEGOU                 SECTION.
      *================================================================*
      * ARQUIVO POUSADO: GUARDA A HORA DA CHEGADA. SE JA HAVIA ALERTA  *
      * DE ATRASO, OU SE POUSOU DEPOIS DO HORARIO LIMITE ANTES DE      *
      * ALGUMA RODADA DO MONITOR TER VISTO O ATRASO, AVISA QUE CHEGOU  *
      * APOS O CORTE (UMA VEZ SO).                                     *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-CHEGADOS.

           IF  WS-CTL-SIT-CHEGOU (WS-IND-CTL-ACH)
           OR  WS-CTL-SIT-TARDE  (WS-IND-CTL-ACH)
               GO TO 2300-99-ARQUIVO-CHEGOU-EXIT
           END-IF.

           MOVE WS-CHG-HORA (WS-IND-CHG-ACH)
                                TO WS-CTL-HORA-CHEGADA (WS-IND-CTL-ACH).
           MOVE WS-CHG-QTDE (WS-IND-CHG-ACH)
                                TO WS-CTL-QTDE         (WS-IND-CTL-ACH).

           IF  WS-CTL-SIT-ATRASADO (WS-IND-CTL-ACH)
           OR  WS-CHG-HORA (WS-IND-CHG-ACH) (1:4)
                   GREATER     WS-CTL-HORA-LIMITE (WS-IND-CTL-ACH)
               MOVE 'T'         TO WS-CTL-SITUACAO     (WS-IND-CTL-ACH)
               MOVE 'T'                    TO         WS-TIPO-ALERTA
               MOVE ZEROS                  TO         WS-PULADOS-ARQ
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
           ELSE
               MOVE 'C'         TO WS-CTL-SITUACAO     (WS-IND-CTL-ACH)
           END-IF.
      *----------------------------------------------------------------*
       2300-99-ARQUIVO-CHEGOU-EXIT.        EXIT.
      *================================================================*
       2400-ARQUIVO-AUSENTE                SECTION.
      *================================================================*
      * ARQUIVO AINDA NAO POUSOU. PASSADO O HORARIO LIMITE, E SO NA    *
      * PRIMEIRA VEZ: ALERTA E MARCA OS CONSUMIDORES DO DIA NO RUNCTRL.*
      *----------------------------------------------------------------*
           IF  WS-CTL-SIT-ATRASADO (WS-IND-CTL-ACH)
               ADD  1                      TO         WS-ATRASADOS
               GO TO 2400-99-ARQUIVO-AUSENTE-EXIT
           END-IF.

           IF  WS-AGORA-HHMM  NOT GREATER
                               WS-CTL-HORA-LIMITE (WS-IND-CTL-ACH)
               ADD  1                      TO         WS-AGUARDANDO
               GO TO 2400-99-ARQUIVO-AUSENTE-EXIT
           END-IF.

           ADD  1                          TO         WS-ATRASADOS.
           MOVE 'A'             TO WS-CTL-SITUACAO     (WS-IND-CTL-ACH).
           MOVE WS-HORA-AGORA-6 TO WS-CTL-HORA-ALERTA  (WS-IND-CTL-ACH).

           MOVE ZEROS                      TO         WS-PULADOS-ARQ.
           PERFORM 2410-MARCA-CONSUMIDOR
               THRU 2410-99-MARCA-CONSUMIDOR-EXIT
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER ESP-QTDE-DEPEND.

           MOVE 'A'                        TO         WS-TIPO-ALERTA.
           PERFORM 2800-GRAVA-ALERTA   THRU 2800-99-GRAVA-ALERTA-EXIT.
      *----------------------------------------------------------------*
       2400-99-ARQUIVO-AUSENTE-EXIT.       EXIT.
      *================================================================*
       2410-MARCA-CONSUMIDOR               SECTION.
      *================================================================*
      * SO O CONSUMIDOR QUE ESTA NA GRADE DE HOJE RECEBE O 'I'.        *
      *----------------------------------------------------------------*
           MOVE ESP-DEPENDENTE (WS-IND-DEP) TO        WS-NOME-PROCURA.
           PERFORM 2500-LOCALIZA-GRADE
               THRU 2500-99-LOCALIZA-GRADE-EXIT.

           IF  NOT WS-GRADE-ACHADO-SIM
               GO TO 2410-99-MARCA-CONSUMIDOR-EXIT
           END-IF.

           MOVE ESP-DEPENDENTE (WS-IND-DEP) TO        WS-PULO-PROGRAMA.
           CALL  WS-RUNCTL                 USING      WS-PULO-AREA.

           ADD  1                          TO         WS-PULADOS-ARQ
                                                      WS-JOBS-PULADOS.
      *----------------------------------------------------------------*
       2410-99-MARCA-CONSUMIDOR-EXIT.      EXIT.
      *================================================================*
       2500-LOCALIZA-GRADE                 SECTION.
      *================================================================*
           MOVE 'N'                        TO         WS-GRADE-ACHADO.

           IF  WS-NOME-PROCURA         EQUAL      SPACES
               GO TO 2500-99-LOCALIZA-GRADE-EXIT
           END-IF.

           PERFORM 2510-COMPARA-GRADE
               THRU 2510-99-COMPARA-GRADE-EXIT
                   VARYING WS-IND-GRADE FROM 1 BY 1
                   UNTIL WS-IND-GRADE GREATER WS-QTDE-GRADE
                   OR    WS-GRADE-ACHADO-SIM.
      *----------------------------------------------------------------*
       2500-99-LOCALIZA-GRADE-EXIT.        EXIT.
      *================================================================*
       2510-COMPARA-GRADE                  SECTION.
      *================================================================*
           IF  WS-GRADE-PROG (WS-IND-GRADE) EQUAL     WS-NOME-PROCURA
               MOVE 'S'                    TO         WS-GRADE-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       2510-99-COMPARA-GRADE-EXIT.         EXIT.
      *================================================================*
       2600-LOCALIZA-CHEGADA               SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-CHG-ACH.
           PERFORM 2610-COMPARA-CHEGADA
               THRU 2610-99-COMPARA-CHEGADA-EXIT
                   VARYING WS-IND-CHG FROM 1 BY 1
                   UNTIL WS-IND-CHG GREATER WS-QTDE-CHG
                   OR    WS-IND-CHG-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       2600-99-LOCALIZA-CHEGADA-EXIT.      EXIT.
      *================================================================*
       2610-COMPARA-CHEGADA                SECTION.
      *================================================================*
           IF  WS-CHG-ARQUIVO (WS-IND-CHG) EQUAL      WS-NOME-PROCURA
               MOVE WS-IND-CHG             TO         WS-IND-CHG-ACH
           END-IF.
      *----------------------------------------------------------------*
       2610-99-COMPARA-CHEGADA-EXIT.       EXIT.
      *================================================================*
       2800-GRAVA-ALERTA                   SECTION.
      *================================================================*
      * O TIPO JA VEM PREENCHIDO PELO CHAMADOR ('A' OU 'T').           *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-ALR.
           MOVE WS-TIPO-ALERTA             TO         ALR-TIPO.
           MOVE ESP-ARQUIVO                TO         ALR-ARQUIVO.
           MOVE WS-DATA-HOJE               TO         ALR-DATA.
           MOVE WS-HORA-AGORA-6            TO         ALR-HORA.
           MOVE ESP-REMETENTE              TO         ALR-REMETENTE.
           MOVE WS-CTL-HORA-LIMITE (WS-IND-CTL-ACH)
                                           TO         ALR-HORA-LIMITE.
           MOVE ESP-CONTATO                TO         ALR-CONTATO.
           MOVE WS-PULADOS-ARQ             TO         ALR-QTDE-PULADOS.

           WRITE REG-ALR.

           IF  WS-FS-ALR                   NOT EQUAL  '00'
               MOVE '2800-GRAVA-ALERTA'    TO         WS-CODIGO-AREA
               MOVE WS-FS-ALR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ALERTA ARQALR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-ALERTAS.
      *----------------------------------------------------------------*
       2800-99-GRAVA-ALERTA-EXIT.          EXIT.
      *================================================================*
       2900-IMPRIME-ARQUIVO                SECTION.
      *================================================================*
           MOVE ESP-ARQUIVO                TO         DETC-ARQUIVO.
           MOVE ESP-REMETENTE              TO         DETC-REMETENTE.
           MOVE WS-CTL-HORA-LIMITE (WS-IND-CTL-ACH) (1:2)
                                           TO         DETC-LIM-HH.
           MOVE WS-CTL-HORA-LIMITE (WS-IND-CTL-ACH) (3:2)
                                           TO         DETC-LIM-MM.
           MOVE ZEROS                      TO         DETC-QTDE.
           MOVE SPACES                     TO         DETC-CHEGADA-R.

           EVALUATE TRUE
               WHEN WS-CTL-SIT-CHEGOU (WS-IND-CTL-ACH)
                   MOVE 'CHEGOU NO PRAZO'  TO         DETC-SITUACAO
               WHEN WS-CTL-SIT-TARDE  (WS-IND-CTL-ACH)
                   MOVE 'CHEGOU APOS O CORTE'
                                           TO         DETC-SITUACAO
               WHEN WS-CTL-SIT-ATRASADO (WS-IND-CTL-ACH)
                   MOVE 'ATRASADO - ALERTADO'
                                           TO         DETC-SITUACAO
               WHEN OTHER
                   MOVE 'AGUARDANDO'       TO         DETC-SITUACAO
           END-EVALUATE.

           IF  WS-CTL-SIT-CHEGOU (WS-IND-CTL-ACH)
           OR  WS-CTL-SIT-TARDE  (WS-IND-CTL-ACH)
               MOVE WS-CTL-HORA-CHEGADA (WS-IND-CTL-ACH) (1:2)
                                           TO         DETC-CHG-HH
               MOVE WS-CTL-HORA-CHEGADA (WS-IND-CTL-ACH) (3:2)
                                           TO         DETC-CHG-MM
               MOVE WS-CTL-HORA-CHEGADA (WS-IND-CTL-ACH) (5:2)
                                           TO         DETC-CHG-SS
               MOVE WS-CTL-QTDE (WS-IND-CTL-ACH)
                                           TO         DETC-QTDE
           END-IF.

           WRITE REG-REL                   FROM       DET-CHEGADA.
           PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT.

           IF  WS-CTL-SIT-ATRASADO (WS-IND-CTL-ACH)
               MOVE ESP-CONTATO            TO         DETE-CONTATO
               WRITE REG-REL               FROM       DET-ESCALACAO
               PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT
               PERFORM 2910-IMPRIME-PULADO
                   THRU 2910-99-IMPRIME-PULADO-EXIT
                       VARYING WS-IND-DEP FROM 1 BY 1
                       UNTIL WS-IND-DEP GREATER ESP-QTDE-DEPEND
           END-IF.
      *----------------------------------------------------------------*
       2900-99-IMPRIME-ARQUIVO-EXIT.       EXIT.
      *================================================================*
       2910-IMPRIME-PULADO                 SECTION.
      *================================================================*
           MOVE ESP-DEPENDENTE (WS-IND-DEP) TO        WS-NOME-PROCURA.
           PERFORM 2500-LOCALIZA-GRADE
               THRU 2500-99-LOCALIZA-GRADE-EXIT.

           IF  WS-GRADE-ACHADO-SIM
               MOVE ESP-DEPENDENTE (WS-IND-DEP) TO    DETP-PROGRAMA
               WRITE REG-REL               FROM       DET-PULADO
               PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2910-99-IMPRIME-PULADO-EXIT.        EXIT.
      *================================================================*
       3000-GRAVA-CONTROLE                 SECTION.
      *================================================================*
      * REGRAVA O CONTROLE DO DIA INTEIRO PARA A PROXIMA RODADA.       *
      *----------------------------------------------------------------*
           MOVE '3000-GRAVA-CONTROLE'      TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    ARQCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA REGRAVACAO DO CONTROLE ARQCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3100-GRAVA-LINHA-CTL
               THRU 3100-99-GRAVA-LINHA-CTL-EXIT
                   VARYING WS-IND-CTL FROM 1 BY 1
                   UNTIL WS-IND-CTL GREATER WS-QTDE-CTL.

           CLOSE ARQCTL.
      *----------------------------------------------------------------*
       3000-99-GRAVA-CONTROLE-EXIT.        EXIT.
      *================================================================*
       3100-GRAVA-LINHA-CTL                SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-CTL.
           MOVE WS-CTL-ARQUIVO  (WS-IND-CTL)   TO     CTL-ARQUIVO.
           MOVE WS-DATA-HOJE                   TO     CTL-DATA.
           MOVE WS-CTL-SITUACAO (WS-IND-CTL)   TO     CTL-SITUACAO.
           MOVE WS-CTL-HORA-LIMITE (WS-IND-CTL) TO    CTL-HORA-LIMITE.
           MOVE WS-CTL-HORA-CHEGADA (WS-IND-CTL) TO   CTL-HORA-CHEGADA.
           MOVE WS-CTL-HORA-ALERTA (WS-IND-CTL) TO    CTL-HORA-ALERTA.
           MOVE WS-CTL-QTDE     (WS-IND-CTL)   TO     CTL-QTDE.

           WRITE REG-CTL.

           IF  WS-FS-CTL                   NOT EQUAL  '00'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE ARQCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3100-99-GRAVA-LINHA-CTL-EXIT.       EXIT.
      *================================================================*
       8000-FS-RELCHEG                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELCHEG'      TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELCHEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELCHEG-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           IF  WS-ESPERADOS                EQUAL      ZEROS
               WRITE REG-REL               FROM       DET-NENHUM
               PERFORM 8000-FS-RELCHEG THRU 8000-99-FS-RELCHEG-EXIT
           END-IF.

           CLOSE ARQESP  ARQALR  RELCHEG.

           IF  WS-FS-ESP                   NOT EQUAL  '00'
           OR  WS-FS-ALR                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-ALR              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3000-GRAVA-CONTROLE
               THRU 3000-99-GRAVA-CONTROLE-EXIT.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ARQUIVOS NA TABELA    =    ' WS-LIDOS-ESP.
           DISPLAY '* ESPERADOS HOJE        =    ' WS-ESPERADOS.
           DISPLAY '* FORA DA GRADE DE HOJE =    ' WS-FORA-DA-GRADE.
           DISPLAY '* JA CHEGARAM           =    ' WS-CHEGADOS.
           DISPLAY '* AGUARDANDO (NO PRAZO) =    ' WS-AGUARDANDO.
           DISPLAY '* ATRASADOS             =    ' WS-ATRASADOS.
           DISPLAY '* ALERTAS GRAVADOS      =    ' WS-ALERTAS.
           DISPLAY '* JOBS MARCADOS SEM ENT.=    ' WS-JOBS-PULADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ESP              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-ALERTAS                TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB867S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
