       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB858S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PROCESSAMENTO DA PROVA DE RECUPERACAO, DEPOIS DO     *
      * FECHAMENTO ANUAL VRB792S. O ROL ALUNFIM SAI DO FECHAMENTO COM  *
      * OS ALUNOS EM 'RECUPERACAO'; AS NOTAS DA PROVA CHEGAM NO        *
      * ARQUIVO RECNOTA (ALUNO + DISCIPLINA + ANO + NOTA). ESTE PASSO: *
      *   1. CLASSIFICA O NOTHIST DO ANO DO ANOPARM COMO O VRB792S E   *
      *      REFAZ, PARA CADA ALUNO EM RECUPERACAO, A MEDIA DE CADA    *
      *      DISCIPLINA (MEDIA SIMPLES DOS SEMESTRES CURSADOS);        *
      *   2. NA DISCIPLINA COM NOTA DE RECUPERACAO APLICA A REGRA DA   *
      *      ESCOLA: MEDIA COM A PROVA = (MEDIA + PROVA) / 2, LIMITADA *
      *      A NOTA DE APROVACAO (6,00); FICA A MAIOR ENTRE A MEDIA    *
      *      ORIGINAL E A MEDIA COM A PROVA;                           *
      *   3. REFAZ A MEDIA FINAL PONDERADA PELOS PESOS DO DISCTAB E    *
      *      DECIDE O RESULTADO: APROVADO >= 6,00, SENAO REPROVADO;    *
      *   4. IMPRIME A PAGINA FINAL DO HISTORICO ESCOLAR (HISTESC) DO  *
      *      ALUNO E REGRAVA O ROL EM ALUNFIMN (OS DEMAIS ALUNOS SAO   *
      *      COPIADOS SEM ALTERACAO).                                  *
      * ALUNO EM RECUPERACAO SEM NENHUMA NOTA DE PROVA CONTINUA EM     *
      * RECUPERACAO E SAI NA LISTA RECPEND PARA A SECRETARIA. NOTA     *
      * INVALIDA, REPETIDA, DE OUTRO ANO OU DE ALUNO/DISCIPLINA SEM    *
      * RECUPERACAO VAI PARA O RECREJ.                                 *
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

           SELECT ANOPARM        ASSIGN TO ANOPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT NOTHIST        ASSIGN TO NOTHIST
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT HISTANO        ASSIGN TO HISTANO
           FILE STATUS           IS        WS-FS-HAN.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT DISCTAB        ASSIGN TO DISCTAB
           FILE STATUS           IS        WS-FS-DIS.
      *----------------------------------------------------------------*
           SELECT CADALUM        ASSIGN TO CADALUM
           FILE STATUS           IS        WS-FS-CAD.
      *----------------------------------------------------------------*
           SELECT RECNOTA        ASSIGN TO RECNOTA
           FILE STATUS           IS        WS-FS-REC.
      *----------------------------------------------------------------*
           SELECT ALUNFIM        ASSIGN TO ALUNFIM
           FILE STATUS           IS        WS-FS-FIM.
      *----------------------------------------------------------------*
           SELECT ALUNFIMN       ASSIGN TO ALUNFIMN
           FILE STATUS           IS        WS-FS-FIN.
      *----------------------------------------------------------------*
           SELECT HISTESC        ASSIGN TO HISTESC
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT RECPEND        ASSIGN TO RECPEND
           FILE STATUS           IS        WS-FS-PEN.
      *----------------------------------------------------------------*
           SELECT RECREJ         ASSIGN TO RECREJ
           FILE STATUS           IS        WS-FS-RRJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  ANOPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANO                     PIC 9(04).
           05 FILLER                       PIC X(76).
      *----------------------------------------------------------------*
       FD  NOTHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-COD-ALU                  PIC 9(10).
           05 HIS-DISCIPLINA               PIC 9(03).
           05 HIS-ANO                      PIC 9(04).
           05 HIS-SEMESTRE                 PIC 9(01).
           05 HIS-NOTA                     PIC 9(02)V99.
           05 HIS-PESO                     PIC 9(02).
           05 HIS-AULAS                    PIC 9(03).
           05 HIS-FALTAS                   PIC 9(03).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  HISTANO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-HAN.

       01  REG-HAN.
           05 HAN-COD-ALU                  PIC 9(10).
           05 HAN-DISCIPLINA               PIC 9(03).
           05 HAN-ANO                      PIC 9(04).
           05 HAN-SEMESTRE                 PIC 9(01).
           05 HAN-NOTA                     PIC 9(02)V99.
           05 HAN-PESO                     PIC 9(02).
           05 HAN-AULAS                    PIC 9(03).
           05 HAN-FALTAS                   PIC 9(03).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-COD-ALU                   PIC 9(10).
           05 SW-DISCIPLINA                PIC 9(03).
           05 SW-ANO                       PIC 9(04).
           05 SW-SEMESTRE                  PIC 9(01).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       FD  DISCTAB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-DIS.

       01  REG-DIS.
           05 DIS-DISCIPLINA               PIC 9(03).
           05 DIS-NOME                     PIC X(20).
           05 DIS-PESO                     PIC 9(02).
           05 FILLER                       PIC X(05).
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
      *   NOTAS DA PROVA DE RECUPERACAO POR ALUNO E DISCIPLINA         *
      *----------------------------------------------------------------*
       FD  RECNOTA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-REC.

       01  REG-REC.
           05 REC-COD-ALU                  PIC 9(10).
           05 REC-DISCIPLINA               PIC 9(03).
           05 REC-ANO                      PIC 9(04).
           05 REC-NOTA                     PIC 9(02)V99.
           05 FILLER                       PIC X(19).
      *----------------------------------------------------------------*
      *   ROL DO FECHAMENTO (VRB792S) E ROL REGRAVADO, MESMO LAYOUT    *
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
              88 FIM-RECUPERACAO                   VALUE 'RECUPERACAO '.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  ALUNFIMN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-FIN.

       01  REG-FIN                         PIC X(30).
      *----------------------------------------------------------------*
       FD  HISTESC
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RECPEND
           LABEL       RECORD IS OMITTED.

       01  REG-PEN                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RECREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RRJ.

       01  REG-RRJ.
           05 RRJ-REGISTRO                 PIC X(40).
           05 RRJ-MOTIVO                   PIC X(40).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-HAN                       PIC X(02)     VALUE '00'.
       77  WS-FS-DIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAD                       PIC X(02)     VALUE '00'.
       77  WS-FS-REC                       PIC X(02)     VALUE '00'.
       77  WS-FS-FIM                       PIC X(02)     VALUE '00'.
       77  WS-FS-FIN                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-PEN                       PIC X(02)     VALUE '00'.
       77  WS-FS-RRJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 PARAMETRO E QUEBRAS                            *
      *----------------------------------------------------------------*
       77  WS-ANO-REF                      PIC 9(04)     VALUE ZEROS.
       77  WS-ALUNO-ATUAL                  PIC 9(10)     VALUE ZEROS.
       77  WS-DISC-ATUAL                   PIC 9(03)     VALUE ZEROS.
       77  WS-COD-CADALU                   PIC X(10)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DA DISCIPLINA CORRENTE                *
      *----------------------------------------------------------------*
       77  WS-NOTA-S1                      PIC 9(02)V99  VALUE ZEROS.
       77  WS-NOTA-S2                      PIC 9(02)V99  VALUE ZEROS.
       77  WS-TEM-S1                       PIC X(01)     VALUE 'N'.
       77  WS-TEM-S2                       PIC X(01)     VALUE 'N'.
       77  WS-PESO-DISC                    PIC 9(02)     VALUE ZEROS.
       77  WS-MEDIA-DISC                   PIC 9(02)V99  VALUE ZEROS.
       77  WS-MEDIA-REC                    PIC 9(02)V99  VALUE ZEROS.
       77  WS-MEDIA-NOVA                   PIC 9(02)V99  VALUE ZEROS.
       77  WS-QTDE-SEM                     PIC 9(01)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DO ALUNO CORRENTE                     *
      *----------------------------------------------------------------*
       77  WS-SOMA-PONDERADA               PIC 9(07)V99  VALUE ZEROS.
       77  WS-PONDERADA-DISC               PIC 9(05)V99  VALUE ZEROS.
       77  WS-SOMA-PESOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-MEDIA-FINAL                  PIC 9(02)V99  VALUE ZEROS.
       77  WS-SITUACAO                     PIC X(12)     VALUE SPACES.
       77  WS-NOTAS-ALUNO                  PIC 9(03)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 CONSTANTES DAS REGRAS (VRB743S)                *
      *----------------------------------------------------------------*
       77  WS-NOTA-APROVACAO               PIC 9(02)V99  VALUE 6,00.
       77  WS-NOTA-MAXIMA                  PIC 9(02)V99  VALUE 10,00.
      *----------------------------------------------------------------*
      *                 TABELA DE DISCIPLINAS                          *
      *----------------------------------------------------------------*
       77  WS-QTDE-DIS                     PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DIS                      PIC 9(02)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-DIS.
           05 WS-DIS-ITEM                  OCCURS 20 TIMES.
              10 WS-DIS-COD                PIC 9(03).
              10 WS-DIS-NOME               PIC X(20).
              10 WS-DIS-PESO               PIC 9(02).
      *----------------------------------------------------------------*
      *            NOTAS DE RECUPERACAO CARREGADAS (ATE 2000)          *
      *----------------------------------------------------------------*
       77  WS-QTDE-REC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-REC                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-REC-ACHADO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-REC-REPETIDA                 PIC X(01)     VALUE 'N'.
       01  WS-TAB-REC.
           05 WS-REC-ITEM                  OCCURS 2000 TIMES.
              10 WS-REC-COD-ALU            PIC 9(10).
              10 WS-REC-DISCIPLINA         PIC 9(03).
              10 WS-REC-NOTA               PIC 9(02)V99.
              10 WS-REC-USADA              PIC X(01).
              10 WS-REC-REGISTRO           PIC X(40).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-DO-ANO                       PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-REC                    PIC 9(05)     VALUE ZEROS.
       77  WS-REJEITADOS-REC               PIC 9(05)     VALUE ZEROS.
       77  WS-LIDOS-FIM                    PIC 9(05)     VALUE ZEROS.
       77  WS-GRAVADOS-FIN                 PIC 9(05)     VALUE ZEROS.
       77  WS-EM-RECUPERACAO               PIC 9(05)     VALUE ZEROS.
       77  WS-APROVADOS                    PIC 9(05)     VALUE ZEROS.
       77  WS-REPROVADOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB858S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB858S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO HISTORICO ESCOLAR                    *
      *----------------------------------------------------------------*
       01  CAB-ALUNO.
           05 FILLER                       PIC X(07)  VALUE 'ALUNO: '.
           05 CABA-COD                     PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 CABA-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(06)  VALUE ' ANO: '.
           05 CABA-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(21)  VALUE
                                           '  APOS RECUPERACAO'.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  DET-DISC.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETD-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(05)  VALUE ' S1: '.
           05 DETD-S1                      PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE ' S2: '.
           05 DETD-S2                      PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(08)  VALUE ' MEDIA: '.
           05 DETD-MEDIA                   PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE ' REC: '.
           05 DETD-PROVA                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(08)  VALUE ' FINAL: '.
           05 DETD-FINAL                   PIC Z9,99  VALUE ZEROS.
      *----------------------------------------------------------------*
       01  WS-PROVA-EDIT                   PIC Z9,99  VALUE ZEROS.
      *----------------------------------------------------------------*
       01  DET-FINAL.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(19)  VALUE
                                           'MEDIA FINAL DO ANO:'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-MEDIA                   PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(13)  VALUE
                                           '  RESULTADO: '.
           05 DETF-SITUACAO                PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(27)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DA LISTA RECPEND                        *
      *----------------------------------------------------------------*
       01  CAB-PEN.
           05 FILLER                       PIC X(47)  VALUE
              'ALUNOS EM RECUPERACAO SEM NOTA DE PROVA - ANO: '.
           05 CABP-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-PEN.
           05 DETP-COD                     PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETP-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETP-TURMA                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(08)  VALUE ' MEDIA: '.
           05 DETP-MEDIA                   PIC Z9,99  VALUE ZEROS.
           05 FILLER                       PIC X(18)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-PEN.
           05 FILLER                       PIC X(24)  VALUE
                                           'TOTAL DE ALUNOS SEM NOTA'.
           05 FILLER                       PIC X(03)  VALUE ':  '.
           05 TOTP-QTDE                    PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(47)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 0100-CLASSIFICA-ANO
               THRU 0100-99-CLASSIFICA-ANO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-FIM         EQUAL '10'.
           PERFORM 6000-NOTA-SEM-USO
               THRU 6000-99-NOTA-SEM-USO-EXIT
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-QTDE-REC.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-ANO                 SECTION.
      *================================================================*
      * MESMA CLASSIFICACAO DO FECHAMENTO: SO O ANO DE REFERENCIA, POR *
      * ALUNO + DISCIPLINA + SEMESTRE.                                 *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-ANO'      TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-COD-ALU
                ASCENDING KEY              SW-DISCIPLINA
                ASCENDING KEY              SW-SEMESTRE
                INPUT  PROCEDURE IS        0150-FILTRA-ANO
                GIVING                     HISTANO.

           OPEN  INPUT                     HISTANO.
           IF    WS-FS-HAN                 NOT EQUAL  '00'
                 MOVE WS-FS-HAN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO HISTANO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-LER-HISTANO  THRU  1500-99-LER-HISTANO-EXIT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-ANO-EXIT.        EXIT.
      *================================================================*
       0150-FILTRA-ANO                     SECTION.
      *================================================================*
           MOVE '0150-FILTRA-ANO'          TO    WS-CODIGO-AREA.

           OPEN  INPUT                     NOTHIST.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NOTHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-NOTA
               THRU 0160-99-RELEASE-NOTA-EXIT
                   UNTIL WS-FS-HIS         EQUAL '10'.

           CLOSE NOTHIST.
           MOVE '00'                       TO         WS-FS-HIS.
      *----------------------------------------------------------------*
       0150-99-FILTRA-ANO-EXIT.            EXIT.
      *================================================================*
       0160-RELEASE-NOTA                   SECTION.
      *================================================================*
           READ  NOTHIST.

           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO NOTHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HIS                   NOT EQUAL  '00'
               GO TO 0160-99-RELEASE-NOTA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HIS.
           IF  HIS-ANO                     EQUAL      WS-ANO-REF
               ADD  1                      TO         WS-DO-ANO
               MOVE REG-HIS                TO         REG-SORTWK
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-NOTA-EXIT.          EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ANOPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO ANOPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  ANOPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANO                  EQUAL      ZEROS
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ANOPARM VAZIO OU ANO INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANO                  TO         WS-ANO-REF.
           CLOSE ANOPARM.

           OPEN  INPUT                     DISCTAB.
           IF    WS-FS-DIS                 NOT EQUAL  '00'
                 MOVE WS-FS-DIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TABELA DISCTAB'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1100-LE-DISCTAB THRU 1100-99-LE-DISCTAB-EXIT
                   UNTIL WS-FS-DIS         EQUAL      '10'.
           CLOSE DISCTAB.
           IF    WS-QTDE-DIS               EQUAL      ZEROS
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'TABELA DE DISCIPLINAS DISCTAB VAZIA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  ALUNFIMN  HISTESC  RECPEND  RECREJ.
           IF    WS-FS-FIN                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
           OR    WS-FS-PEN                 NOT EQUAL  '00'
           OR    WS-FS-RRJ                 NOT EQUAL  '00'
                 MOVE WS-FS-FIN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1200-CARREGA-RECNOTA
               THRU 1200-99-CARREGA-RECNOTA-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADALUM.
           IF    WS-FS-CAD                 NOT EQUAL  '00'
                 MOVE WS-FS-CAD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADALUM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     ALUNFIM.
           IF    WS-FS-FIM                 NOT EQUAL  '00'
                 MOVE WS-FS-FIM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ROL ALUNFIM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE  WS-ANO-REF                TO         CABP-ANO.
           WRITE REG-PEN                   FROM       CAB-PEN.
           PERFORM 8100-FS-RECPEND THRU 8100-99-FS-RECPEND-EXIT.
           WRITE REG-PEN                   FROM       CAB-TRACO.
           PERFORM 8100-FS-RECPEND THRU 8100-99-FS-RECPEND-EXIT.

           PERFORM 1300-LER-CADALUM  THRU  1300-99-LER-CADALUM-EXIT.
           PERFORM 1400-LER-ALUNFIM  THRU  1400-99-LER-ALUNFIM-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LE-DISCTAB                     SECTION.
      *================================================================*
           READ  DISCTAB.
           IF  WS-FS-DIS   NOT EQUAL '00'
           AND WS-FS-DIS   NOT EQUAL '10'
               MOVE WS-FS-DIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TABELA DISCTAB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-DIS                   EQUAL      '00'
           AND WS-QTDE-DIS                 LESS       20
               ADD  1                      TO         WS-QTDE-DIS
               MOVE DIS-DISCIPLINA    TO  WS-DIS-COD  (WS-QTDE-DIS)
               MOVE DIS-NOME          TO  WS-DIS-NOME (WS-QTDE-DIS)
               MOVE DIS-PESO          TO  WS-DIS-PESO (WS-QTDE-DIS)
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-DISCTAB-EXIT.            EXIT.
      *================================================================*
       1200-CARREGA-RECNOTA                SECTION.
      *================================================================*
      * NOTAS DA PROVA DE RECUPERACAO DO ANO DE REFERENCIA. SEM O      *
      * ARQUIVO (35) NINGUEM TEM NOTA E TODOS FICAM PENDENTES.         *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-RECNOTA'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     RECNOTA.
           IF    WS-FS-REC                 EQUAL      '35'
                 GO TO 1200-99-CARREGA-RECNOTA-EXIT
           END-IF.
           IF    WS-FS-REC                 NOT EQUAL  '00'
                 MOVE WS-FS-REC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS NOTAS RECNOTA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1250-LE-RECNOTA THRU 1250-99-LE-RECNOTA-EXIT
                   UNTIL WS-FS-REC         EQUAL      '10'.
           CLOSE RECNOTA.
      *----------------------------------------------------------------*
       1200-99-CARREGA-RECNOTA-EXIT.       EXIT.
      *================================================================*
       1250-LE-RECNOTA                     SECTION.
      *================================================================*
           READ  RECNOTA.
           IF  WS-FS-REC   NOT EQUAL '00'
           AND WS-FS-REC   NOT EQUAL '10'
               MOVE WS-FS-REC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER NOTAS RECNOTA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-REC                   NOT EQUAL  '00'
               GO TO 1250-99-LE-RECNOTA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-REC.
           MOVE REG-REC                    TO         RRJ-REGISTRO.

           IF  REC-COD-ALU                 NOT NUMERIC
           OR  REC-DISCIPLINA              NOT NUMERIC
           OR  REC-ANO                     NOT NUMERIC
           OR  REC-NOTA                    NOT NUMERIC
               MOVE 'CAMPOS NAO NUMERICOS' TO         RRJ-MOTIVO
               PERFORM 1280-REJEITA-NOTA THRU 1280-99-REJEITA-NOTA-EXIT
               GO TO 1250-99-LE-RECNOTA-EXIT
           END-IF.

           IF  REC-ANO                     NOT EQUAL  WS-ANO-REF
               MOVE 'NOTA DE OUTRO ANO LETIVO'
                                           TO         RRJ-MOTIVO
               PERFORM 1280-REJEITA-NOTA THRU 1280-99-REJEITA-NOTA-EXIT
               GO TO 1250-99-LE-RECNOTA-EXIT
           END-IF.

           IF  REC-NOTA                    GREATER    WS-NOTA-MAXIMA
               MOVE 'NOTA MAIOR QUE 10,00' TO         RRJ-MOTIVO
               PERFORM 1280-REJEITA-NOTA THRU 1280-99-REJEITA-NOTA-EXIT
               GO TO 1250-99-LE-RECNOTA-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-REC-REPETIDA.
           PERFORM 1260-COMPARA-NOTA THRU 1260-99-COMPARA-NOTA-EXIT
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-QTDE-REC
                      OR WS-REC-REPETIDA EQUAL 'S'.
           IF  WS-REC-REPETIDA             EQUAL      'S'
               MOVE 'NOTA REPETIDA PARA ALUNO E DISCIPLINA'
                                           TO         RRJ-MOTIVO
               PERFORM 1280-REJEITA-NOTA THRU 1280-99-REJEITA-NOTA-EXIT
               GO TO 1250-99-LE-RECNOTA-EXIT
           END-IF.

           IF  WS-QTDE-REC                 EQUAL      2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 2000 NOTAS DE RECUPERACAO NO RECNOTA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-REC.
           MOVE REC-COD-ALU        TO  WS-REC-COD-ALU    (WS-QTDE-REC).
           MOVE REC-DISCIPLINA     TO  WS-REC-DISCIPLINA (WS-QTDE-REC).
           MOVE REC-NOTA           TO  WS-REC-NOTA       (WS-QTDE-REC).
           MOVE 'N'                TO  WS-REC-USADA      (WS-QTDE-REC).
           MOVE REG-REC            TO  WS-REC-REGISTRO   (WS-QTDE-REC).
      *----------------------------------------------------------------*
       1250-99-LE-RECNOTA-EXIT.            EXIT.
      *================================================================*
       1260-COMPARA-NOTA                   SECTION.
      *================================================================*
           IF  WS-REC-COD-ALU (WS-IND-REC) EQUAL      REC-COD-ALU
           AND WS-REC-DISCIPLINA (WS-IND-REC)
                                           EQUAL      REC-DISCIPLINA
               MOVE 'S'                    TO         WS-REC-REPETIDA
           END-IF.
      *----------------------------------------------------------------*
       1260-99-COMPARA-NOTA-EXIT.          EXIT.
      *================================================================*
       1280-REJEITA-NOTA                   SECTION.
      *================================================================*
           WRITE REG-RRJ.
           IF  WS-FS-RRJ                   NOT EQUAL  '00'
               MOVE WS-FS-RRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO RECREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADOS-REC.
      *----------------------------------------------------------------*
       1280-99-REJEITA-NOTA-EXIT.          EXIT.
      *================================================================*
       1300-LER-CADALUM                    SECTION.
      *================================================================*
           MOVE '1300-LER-CADALUM'         TO         WS-CODIGO-AREA.

           READ CADALUM.

           IF  WS-FS-CAD   NOT EQUAL '00'
           AND WS-FS-CAD   NOT EQUAL '10'
               MOVE WS-FS-CAD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADALUM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CAD                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-COD-CADALU
           ELSE
               MOVE CAD-COD-ALU            TO         WS-COD-CADALU
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-CADALUM-EXIT.           EXIT.
      *================================================================*
       1400-LER-ALUNFIM                    SECTION.
      *================================================================*
           MOVE '1400-LER-ALUNFIM'         TO         WS-CODIGO-AREA.

           READ ALUNFIM.

           IF  WS-FS-FIM   NOT EQUAL '00'
           AND WS-FS-FIM   NOT EQUAL '10'
               MOVE WS-FS-FIM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ROL ALUNFIM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FIM                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-FIM
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-ALUNFIM-EXIT.           EXIT.
      *================================================================*
       1500-LER-HISTANO                    SECTION.
      *================================================================*
           MOVE '1500-LER-HISTANO'         TO         WS-CODIGO-AREA.

           READ HISTANO.

           IF  WS-FS-HAN   NOT EQUAL '00'
           AND WS-FS-HAN   NOT EQUAL '10'
               MOVE WS-FS-HAN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO HISTANO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-HISTANO-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * O ROL ALUNFIM E O HISTANO ESTAO NA MESMA ORDEM DE ALUNO (O     *
      * FECHAMENTO GRAVA O ROL NA ORDEM DO HISTORICO CLASSIFICADO).    *
      * SO O ALUNO EM RECUPERACAO E REAPURADO; OS DEMAIS SAO COPIADOS. *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE FIM-COD-ALU                TO         WS-ALUNO-ATUAL.
           PERFORM 2550-AVANCA-CADALUM
               THRU 2550-99-AVANCA-CADALUM-EXIT
                   UNTIL WS-COD-CADALU NOT LESS       WS-ALUNO-ATUAL.

           IF  NOT FIM-RECUPERACAO
               GO TO 2000-90-GRAVA-ROL
           END-IF.

           ADD  1                          TO         WS-EM-RECUPERACAO.
           MOVE ZEROS                      TO         WS-NOTAS-ALUNO.
           PERFORM 2100-CONTA-NOTAS THRU 2100-99-CONTA-NOTAS-EXIT
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-QTDE-REC.

           IF  WS-NOTAS-ALUNO              EQUAL      ZEROS
               PERFORM 2200-LISTA-PENDENTE
                   THRU 2200-99-LISTA-PENDENTE-EXIT
               GO TO 2000-90-GRAVA-ROL
           END-IF.

           PERFORM 2600-AVANCA-HISTANO
               THRU 2600-99-AVANCA-HISTANO-EXIT
                   UNTIL WS-FS-HAN         EQUAL      '10'
                      OR HAN-COD-ALU   NOT LESS       WS-ALUNO-ATUAL.

           PERFORM 2500-ABRE-ALUNO  THRU 2500-99-ABRE-ALUNO-EXIT.
           PERFORM 3000-DISCIPLINA  THRU 3000-99-DISCIPLINA-EXIT
                   UNTIL WS-FS-HAN         EQUAL      '10'
                      OR HAN-COD-ALU   NOT EQUAL      WS-ALUNO-ATUAL.
           PERFORM 5000-FECHA-ALUNO THRU 5000-99-FECHA-ALUNO-EXIT.

       2000-90-GRAVA-ROL.
           WRITE REG-FIN                   FROM       REG-FIM.
           IF  WS-FS-FIN                   NOT EQUAL  '00'
               MOVE WS-FS-FIN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ROL ALUNFIMN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-FIN.

           PERFORM 1400-LER-ALUNFIM  THRU  1400-99-LER-ALUNFIM-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-CONTA-NOTAS                    SECTION.
      *================================================================*
           IF  WS-REC-COD-ALU (WS-IND-REC) EQUAL      WS-ALUNO-ATUAL
               ADD  1                      TO         WS-NOTAS-ALUNO
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CONTA-NOTAS-EXIT.           EXIT.
      *================================================================*
       2200-LISTA-PENDENTE                 SECTION.
      *================================================================*
      * SEM NOTA DE PROVA O ALUNO SEGUE EM RECUPERACAO NO ROL.         *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-PENDENTES.
           MOVE WS-ALUNO-ATUAL             TO         DETP-COD.
           IF  WS-COD-CADALU               EQUAL      WS-ALUNO-ATUAL
               MOVE CAD-NOME               TO         DETP-NOME
               MOVE CAD-TURMA              TO         DETP-TURMA
           ELSE
               MOVE 'NAO MATRICULADO'      TO         DETP-NOME
               MOVE SPACES                 TO         DETP-TURMA
           END-IF.
           MOVE FIM-MEDIA                  TO         DETP-MEDIA.
           WRITE REG-PEN                   FROM       DET-PEN.
           PERFORM 8100-FS-RECPEND THRU 8100-99-FS-RECPEND-EXIT.
      *----------------------------------------------------------------*
       2200-99-LISTA-PENDENTE-EXIT.        EXIT.
      *================================================================*
       2500-ABRE-ALUNO                     SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-SOMA-PONDERADA.
           MOVE ZEROS                      TO         WS-SOMA-PESOS.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-HISTESC THRU 8000-99-FS-HISTESC-EXIT.
           MOVE WS-ALUNO-ATUAL             TO         CABA-COD.
           IF  WS-COD-CADALU               EQUAL      WS-ALUNO-ATUAL
               MOVE CAD-NOME               TO         CABA-NOME
           ELSE
               MOVE 'NAO MATRICULADO'      TO         CABA-NOME
           END-IF.
           MOVE WS-ANO-REF                 TO         CABA-ANO.
           WRITE REG-REL                   FROM       CAB-ALUNO.
           PERFORM 8000-FS-HISTESC THRU 8000-99-FS-HISTESC-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-HISTESC THRU 8000-99-FS-HISTESC-EXIT.
      *----------------------------------------------------------------*
       2500-99-ABRE-ALUNO-EXIT.            EXIT.
      *================================================================*
       2550-AVANCA-CADALUM                 SECTION.
      *================================================================*
           PERFORM 1300-LER-CADALUM  THRU  1300-99-LER-CADALUM-EXIT.
      *----------------------------------------------------------------*
       2550-99-AVANCA-CADALUM-EXIT.        EXIT.
      *================================================================*
       2600-AVANCA-HISTANO                 SECTION.
      *================================================================*
           PERFORM 1500-LER-HISTANO  THRU  1500-99-LER-HISTANO-EXIT.
      *----------------------------------------------------------------*
       2600-99-AVANCA-HISTANO-EXIT.        EXIT.
      *================================================================*
       3000-DISCIPLINA                     SECTION.
      *================================================================*
           MOVE HAN-DISCIPLINA             TO         WS-DISC-ATUAL.
           MOVE ZEROS                      TO         WS-NOTA-S1.
           MOVE ZEROS                      TO         WS-NOTA-S2.
           MOVE 'N'                        TO         WS-TEM-S1.
           MOVE 'N'                        TO         WS-TEM-S2.
           MOVE ZEROS                      TO         WS-PESO-DISC.

           PERFORM 3100-ACUMULA-SEMESTRE
               THRU 3100-99-ACUMULA-SEMESTRE-EXIT
                   UNTIL WS-FS-HAN         EQUAL      '10'
                      OR HAN-COD-ALU   NOT EQUAL      WS-ALUNO-ATUAL
                      OR HAN-DISCIPLINA NOT EQUAL     WS-DISC-ATUAL.

           PERFORM 4000-FECHA-DISCIPLINA
               THRU 4000-99-FECHA-DISCIPLINA-EXIT.
      *----------------------------------------------------------------*
       3000-99-DISCIPLINA-EXIT.            EXIT.
      *================================================================*
       3100-ACUMULA-SEMESTRE               SECTION.
      *================================================================*
           IF  HAN-SEMESTRE                EQUAL      1
               MOVE HAN-NOTA               TO         WS-NOTA-S1
               MOVE 'S'                    TO         WS-TEM-S1
           ELSE
               MOVE HAN-NOTA               TO         WS-NOTA-S2
               MOVE 'S'                    TO         WS-TEM-S2
           END-IF.
           MOVE HAN-PESO                   TO         WS-PESO-DISC.

           PERFORM 1500-LER-HISTANO  THRU  1500-99-LER-HISTANO-EXIT.
      *----------------------------------------------------------------*
       3100-99-ACUMULA-SEMESTRE-EXIT.      EXIT.
      *================================================================*
       4000-FECHA-DISCIPLINA               SECTION.
      *================================================================*
      * MEDIA DA DISCIPLINA COMO NO FECHAMENTO; COM NOTA DE PROVA,     *
      * VALE A MAIOR ENTRE A MEDIA ORIGINAL E (MEDIA + PROVA) / 2      *
      * LIMITADA A NOTA DE APROVACAO.                                  *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-QTDE-SEM.
           IF  WS-TEM-S1                   EQUAL      'S'
               ADD  1                      TO         WS-QTDE-SEM
           END-IF.
           IF  WS-TEM-S2                   EQUAL      'S'
               ADD  1                      TO         WS-QTDE-SEM
           END-IF.
           MOVE ZEROS                      TO         WS-MEDIA-DISC.
           IF  WS-QTDE-SEM                 GREATER    ZEROS
               COMPUTE WS-MEDIA-DISC ROUNDED =
                       (WS-NOTA-S1 + WS-NOTA-S2) / WS-QTDE-SEM
           END-IF.
           MOVE WS-MEDIA-DISC              TO         WS-MEDIA-NOVA.

           MOVE ZEROS                      TO         WS-REC-ACHADO.
           PERFORM 4100-PROCURA-NOTA THRU 4100-99-PROCURA-NOTA-EXIT
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-QTDE-REC
                      OR WS-REC-ACHADO GREATER ZEROS.

           MOVE SPACES                     TO         DETD-PROVA.
           IF  WS-REC-ACHADO               GREATER    ZEROS
               MOVE 'S'            TO  WS-REC-USADA (WS-REC-ACHADO)
               MOVE WS-REC-NOTA (WS-REC-ACHADO) TO    WS-PROVA-EDIT
               MOVE WS-PROVA-EDIT          TO         DETD-PROVA
               COMPUTE WS-MEDIA-REC ROUNDED =
                       (WS-MEDIA-DISC + WS-REC-NOTA (WS-REC-ACHADO))
                       / 2
               IF  WS-MEDIA-REC            GREATER    WS-NOTA-APROVACAO
                   MOVE WS-NOTA-APROVACAO  TO         WS-MEDIA-REC
               END-IF
               IF  WS-MEDIA-REC            GREATER    WS-MEDIA-DISC
                   MOVE WS-MEDIA-REC       TO         WS-MEDIA-NOVA
               END-IF
           END-IF.

           COMPUTE WS-PONDERADA-DISC = WS-MEDIA-NOVA * WS-PESO-DISC.
           ADD  WS-PONDERADA-DISC          TO         WS-SOMA-PONDERADA.
           ADD  WS-PESO-DISC               TO         WS-SOMA-PESOS.

           MOVE SPACES                     TO         DETD-NOME.
           PERFORM 4200-NOME-DISCIPLINA
               THRU 4200-99-NOME-DISCIPLINA-EXIT
                   VARYING WS-IND-DIS FROM 1 BY 1
                   UNTIL WS-IND-DIS GREATER WS-QTDE-DIS
                      OR DETD-NOME NOT EQUAL SPACES.
           IF  DETD-NOME                   EQUAL      SPACES
               MOVE 'DISCIPLINA S/ TABELA' TO         DETD-NOME
           END-IF.

           MOVE WS-NOTA-S1                 TO         DETD-S1.
           MOVE WS-NOTA-S2                 TO         DETD-S2.
           MOVE WS-MEDIA-DISC              TO         DETD-MEDIA.
           MOVE WS-MEDIA-NOVA              TO         DETD-FINAL.
           WRITE REG-REL                   FROM       DET-DISC.
           PERFORM 8000-FS-HISTESC THRU 8000-99-FS-HISTESC-EXIT.
      *----------------------------------------------------------------*
       4000-99-FECHA-DISCIPLINA-EXIT.      EXIT.
      *================================================================*
       4100-PROCURA-NOTA                   SECTION.
      *================================================================*
           IF  WS-REC-COD-ALU (WS-IND-REC) EQUAL      WS-ALUNO-ATUAL
           AND WS-REC-DISCIPLINA (WS-IND-REC)
                                           EQUAL      WS-DISC-ATUAL
               MOVE WS-IND-REC             TO         WS-REC-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       4100-99-PROCURA-NOTA-EXIT.          EXIT.
      *================================================================*
       4200-NOME-DISCIPLINA                SECTION.
      *================================================================*
           IF  WS-DIS-COD (WS-IND-DIS)     EQUAL      WS-DISC-ATUAL
               MOVE WS-DIS-NOME (WS-IND-DIS) TO       DETD-NOME
           END-IF.
      *----------------------------------------------------------------*
       4200-99-NOME-DISCIPLINA-EXIT.       EXIT.
      *================================================================*
       5000-FECHA-ALUNO                    SECTION.
      *================================================================*
      * DEPOIS DA RECUPERACAO NAO HA NOVA RECUPERACAO: OU APROVA OU    *
      * REPROVA.                                                       *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-MEDIA-FINAL.
           IF  WS-SOMA-PESOS               GREATER    ZEROS
               COMPUTE WS-MEDIA-FINAL ROUNDED = WS-SOMA-PONDERADA
                                              / WS-SOMA-PESOS
           END-IF.

           IF  WS-MEDIA-FINAL          NOT LESS       WS-NOTA-APROVACAO
               MOVE 'APROVADO    '         TO         WS-SITUACAO
               ADD  1                      TO         WS-APROVADOS
           ELSE
               MOVE 'REPROVADO   '         TO         WS-SITUACAO
               ADD  1                      TO         WS-REPROVADOS
           END-IF.

           MOVE WS-MEDIA-FINAL             TO         DETF-MEDIA.
           MOVE WS-SITUACAO                TO         DETF-SITUACAO.
           WRITE REG-REL                   FROM       DET-FINAL.
           PERFORM 8000-FS-HISTESC THRU 8000-99-FS-HISTESC-EXIT.

           MOVE WS-MEDIA-FINAL             TO         FIM-MEDIA.
           MOVE WS-SITUACAO                TO         FIM-SITUACAO.
      *----------------------------------------------------------------*
       5000-99-FECHA-ALUNO-EXIT.           EXIT.
      *================================================================*
       6000-NOTA-SEM-USO                   SECTION.
      *================================================================*
      * NOTA QUE NAO CASOU COM DISCIPLINA DE ALUNO EM RECUPERACAO.     *
      *----------------------------------------------------------------*
           IF  WS-REC-USADA (WS-IND-REC)   EQUAL      'N'
               MOVE WS-REC-REGISTRO (WS-IND-REC)
                                           TO         RRJ-REGISTRO
               MOVE 'ALUNO/DISCIPLINA SEM RECUPERACAO NO ANO'
                                           TO         RRJ-MOTIVO
               PERFORM 1280-REJEITA-NOTA THRU 1280-99-REJEITA-NOTA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       6000-99-NOTA-SEM-USO-EXIT.          EXIT.
      *================================================================*
       8000-FS-HISTESC                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO ESCOLAR HISTESC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-HISTESC-EXIT.            EXIT.
      *================================================================*
       8100-FS-RECPEND                     SECTION.
      *================================================================*
           IF  WS-FS-PEN                   NOT EQUAL  '00'
               MOVE WS-FS-PEN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR LISTA RECPEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8100-99-FS-RECPEND-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           WRITE REG-PEN                   FROM       CAB-TRACO.
           PERFORM 8100-FS-RECPEND THRU 8100-99-FS-RECPEND-EXIT.
           MOVE WS-PENDENTES               TO         TOTP-QTDE.
           WRITE REG-PEN                   FROM       TOT-PEN.
           PERFORM 8100-FS-RECPEND THRU 8100-99-FS-RECPEND-EXIT.

           CLOSE HISTANO  CADALUM  ALUNFIM  ALUNFIMN  HISTESC  RECPEND
                 RECREJ.

           IF  WS-FS-HAN                   NOT EQUAL  '00'
           OR  WS-FS-CAD                   NOT EQUAL  '00'
           OR  WS-FS-FIM                   NOT EQUAL  '00'
           OR  WS-FS-FIN                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-PEN                   NOT EQUAL  '00'
           OR  WS-FS-RRJ                   NOT EQUAL  '00'
               MOVE WS-FS-FIN              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ANO DE REFERENCIA     =    ' WS-ANO-REF.
           DISPLAY '* LIDOS NO NOTHIST      =    ' WS-LIDOS-HIS.
           DISPLAY '* DO ANO DE REFERENCIA  =    ' WS-DO-ANO.
           DISPLAY '* NOTAS LIDAS RECNOTA   =    ' WS-LIDOS-REC.
           DISPLAY '* NOTAS REJEITADAS      =    ' WS-REJEITADOS-REC.
           DISPLAY '* ALUNOS NO ROL         =    ' WS-LIDOS-FIM.
           DISPLAY '* EM RECUPERACAO        =    ' WS-EM-RECUPERACAO.
           DISPLAY '* APROVADOS NA RECUP.   =    ' WS-APROVADOS.
           DISPLAY '* REPROVADOS NA RECUP.  =    ' WS-REPROVADOS.
           DISPLAY '* SEM NOTA (PENDENTES)  =    ' WS-PENDENTES.
           DISPLAY '* GRAVADOS NO ALUNFIMN  =    ' WS-GRAVADOS-FIN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-FIM              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-FIN           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB858S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
