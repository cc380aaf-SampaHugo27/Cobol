       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB853S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PROCESSAR O ARQUIVO DE RETORNO DA PREFEITURA PARA OS *
      * LOTES DE RPS GERADOS PELO VRB852S. CADA DETALHE (TIPO 2) DO    *
      * NFSRET EH CASADO PELO NUMERO DO RPS COM O MASTER NFSMST, QUE   *
      * EH REGRAVADO EM NFSMSTN:                                       *
      *   - RPS AUTORIZADO ('A'): GUARDA O NUMERO DA NFS-E E O CODIGO  *
      *     DE VERIFICACAO CONTRA O TITULO DO MASTER;                  *
      *   - RPS REJEITADO ('R'): GUARDA O CODIGO DE ERRO E LISTA NO    *
      *     RELATORIO RELNFSR PARA CORRECAO;                           *
      *   - RETORNO DE RPS QUE NAO CONSTA DO MASTER TAMBEM EH LISTADO. *
      * OS RPS AINDA SEM RETORNO CONTINUAM COM SITUACAO 'E'.           *
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

           SELECT NFSRET         ASSIGN TO NFSRET
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT NFSMST         ASSIGN TO NFSMST
           FILE STATUS           IS        WS-FS-NFS.
      *----------------------------------------------------------------*
           SELECT NFSMSTN        ASSIGN TO NFSMSTN
           FILE STATUS           IS        WS-FS-NFSN.
      *----------------------------------------------------------------*
           SELECT RETWK          ASSIGN TO RETWK.
      *----------------------------------------------------------------*
           SELECT RELNFSR        ASSIGN TO RELNFSR
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   RETORNO DA PREFEITURA: SO OS DETALHES (TIPO 2) SAO TRATADOS  *
      *----------------------------------------------------------------*
       FD  NFSRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-RET.

       01  REG-RET.
           05 RET-TIPO                     PIC X(01).
              88 RET-DETALHE                            VALUE '2'.
           05 RET-RPS-NUMERO               PIC 9(12).
           05 RET-SERIE                    PIC X(05).
           05 RET-NUMERO-NFSE              PIC 9(12).
           05 RET-DATA-EMISSAO             PIC 9(08).
           05 RET-COD-VERIFICA             PIC X(08).
           05 RET-SITUACAO                 PIC X(01).
              88 RET-AUTORIZADO                         VALUE 'A'.
              88 RET-REJEITADO                          VALUE 'R'.
           05 RET-COD-ERRO                 PIC X(04).
           05 RET-MOTIVO                   PIC X(40).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
      *   MASTER DE RPS/NFS-E (ORDEM CRESCENTE DO NUMERO DO RPS)       *
      *----------------------------------------------------------------*
       FD  NFSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NFS.

       01  REG-NFS.
           05 NFS-RPS-NUMERO               PIC 9(12).
           05 NFS-SERIE                    PIC X(05).
           05 NFS-ORIGEM                   PIC X(01).
           05 NFS-NOSSO-NUMERO             PIC 9(10).
           05 NFS-SOCIO                    PIC 9(06).
           05 NFS-NOME                     PIC X(30).
           05 NFS-VALOR                    PIC 9(09)V9(02).
           05 NFS-DATA-PAGTO               PIC 9(08).
           05 NFS-DATA-RPS                 PIC 9(08).
           05 NFS-SITUACAO                 PIC X(01).
           05 NFS-NUMERO-NFSE              PIC 9(12).
           05 NFS-COD-VERIFICA             PIC X(08).
           05 NFS-COD-ERRO                 PIC X(04).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  NFSMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NFSN.

       01  REG-NFSN                        PIC X(120).
      *----------------------------------------------------------------*
       SD  RETWK.

       01  REG-RETWK.
           05 RW-RPS-NUMERO                PIC 9(12).
           05 RW-SEQ                       PIC 9(07).
           05 RW-NUMERO-NFSE               PIC 9(12).
           05 RW-COD-VERIFICA              PIC X(08).
           05 RW-SITUACAO                  PIC X(01).
           05 RW-COD-ERRO                  PIC X(04).
           05 RW-MOTIVO                    PIC X(40).
      *----------------------------------------------------------------*
       FD  RELNFSR
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-NFS                       PIC X(02)     VALUE '00'.
       77  WS-FS-NFSN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-RET                    PIC 9(07)     VALUE ZEROS.
       77  WS-DESPREZADOS-RET              PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-NFS                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-NFSN                PIC 9(07)     VALUE ZEROS.
       77  WS-AUTORIZADOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-MASTER                   PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
      *----------------------------------------------------------------*
      *        CHAVES DO BATIMENTO (HIGH-VALUES NO FIM DO ARQUIVO)     *
      *----------------------------------------------------------------*
       01  WS-CHAVE-NFS                    PIC X(12)   VALUE SPACES.
       01  WS-CHAVE-NFS-NUM REDEFINES WS-CHAVE-NFS
                                           PIC 9(12).
       01  WS-CHAVE-RET                    PIC X(12)   VALUE SPACES.
       01  WS-CHAVE-RET-NUM REDEFINES WS-CHAVE-RET
                                           PIC 9(12).
       77  WS-ULTIMO-RPS                   PIC 9(12)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELNFSR                    *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'RETORNO NFS-E - RPS PARA CORRECAO       '.
           05 FILLER                       PIC X(06)  VALUE 'DATA: '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(24)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              ' RPS          ORIGEM TITULO     ERRO MOT'.
           05 FILLER                       PIC X(40)  VALUE
              'IVO                                     '.
      *----------------------------------------------------------------*
       01  DET-REJEITADO.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-RPS                     PIC 9(12)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-ORIGEM                  PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-NOSSO-NUMERO            PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-COD-ERRO                PIC X(04)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(40)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(33)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB853S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB853S'.
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
           SORT RETWK
                ASCENDING  KEY             RW-RPS-NUMERO
                                           RW-SEQ
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-ATUALIZA.

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
           ACCEPT WS-DATA-HOJE             FROM       DATE YYYYMMDD.

           OPEN  INPUT                     NFSMST.
           IF    WS-FS-NFS                 NOT EQUAL  '00'
                 MOVE WS-FS-NFS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NFSMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    NFSMSTN.
           IF    WS-FS-NFSN                NOT EQUAL  '00'
                 MOVE WS-FS-NFSN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO NFSMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELNFSR.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELNFSR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-HOJE-DIA                TO         CABT-DIA.
           MOVE WS-HOJE-MES                TO         CABT-MES.
           MOVE WS-HOJE-ANO                TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * SEM RETORNO (35) O MASTER EH APENAS COPIADO. A SEQUENCIA DE    *
      * LEITURA MANTEM, PARA O MESMO RPS, A ORDEM DOS RETORNOS.        *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     NFSRET.
           IF    WS-FS-RET                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-RET                 NOT EQUAL  '00'
                 MOVE WS-FS-RET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO NFSRET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-RELEASE-RETORNO
               THRU 2100-99-RELEASE-RETORNO-EXIT
                   UNTIL WS-FS-RET         EQUAL      '10'.

           CLOSE NFSRET.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-RELEASE-RETORNO                SECTION.
      *================================================================*
           READ  NFSRET.
           IF  WS-FS-RET   NOT EQUAL '00'
           AND WS-FS-RET   NOT EQUAL '10'
               MOVE '2100-RELEASE-RETORNO' TO         WS-CODIGO-AREA
               MOVE WS-FS-RET              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO NFSRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RET                   NOT EQUAL  '00'
               GO TO 2100-99-RELEASE-RETORNO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-RET.
           IF  NOT RET-DETALHE
               ADD  1                      TO      WS-DESPREZADOS-RET
               GO TO 2100-99-RELEASE-RETORNO-EXIT
           END-IF.
           IF  RET-RPS-NUMERO              NOT NUMERIC
           OR  (NOT RET-AUTORIZADO  AND  NOT RET-REJEITADO)
               ADD  1                      TO      WS-DESPREZADOS-RET
               GO TO 2100-99-RELEASE-RETORNO-EXIT
           END-IF.

           MOVE RET-RPS-NUMERO             TO         RW-RPS-NUMERO.
           MOVE WS-LIDOS-RET               TO         RW-SEQ.
           MOVE RET-NUMERO-NFSE            TO         RW-NUMERO-NFSE.
           MOVE RET-COD-VERIFICA           TO         RW-COD-VERIFICA.
           MOVE RET-SITUACAO               TO         RW-SITUACAO.
           MOVE RET-COD-ERRO               TO         RW-COD-ERRO.
           MOVE RET-MOTIVO                 TO         RW-MOTIVO.
           RELEASE REG-RETWK.
      *----------------------------------------------------------------*
       2100-99-RELEASE-RETORNO-EXIT.       EXIT.
      *================================================================*
       4000-ATUALIZA                       SECTION.
      *================================================================*
      * BATIMENTO MASTER X RETORNO PELO NUMERO DO RPS. O REGISTRO DO   *
      * MASTER SO EH GRAVADO QUANDO NAO HA MAIS RETORNO PARA ELE.      *
      *----------------------------------------------------------------*
           MOVE '4000-ATUALIZA'            TO         WS-CODIGO-AREA.

           PERFORM 4800-LER-NFSMST  THRU 4800-99-LER-NFSMST-EXIT.
           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.

           PERFORM 4100-BATIMENTO   THRU 4100-99-BATIMENTO-EXIT
                   UNTIL WS-CHAVE-NFS      EQUAL      HIGH-VALUES
                   AND   WS-CHAVE-RET      EQUAL      HIGH-VALUES.
      *----------------------------------------------------------------*
       4000-99-ATUALIZA-EXIT.              EXIT.
      *================================================================*
       4100-BATIMENTO                      SECTION.
      *================================================================*
           IF  WS-CHAVE-NFS                LESS       WS-CHAVE-RET
               PERFORM 4500-GRAVA-MASTER
                   THRU 4500-99-GRAVA-MASTER-EXIT
               PERFORM 4800-LER-NFSMST THRU 4800-99-LER-NFSMST-EXIT
               GO TO 4100-99-BATIMENTO-EXIT
           END-IF.

           IF  WS-CHAVE-NFS                EQUAL      WS-CHAVE-RET
               PERFORM 4200-APLICA-RETORNO
                   THRU 4200-99-APLICA-RETORNO-EXIT
           ELSE
               PERFORM 4300-SEM-MASTER
                   THRU 4300-99-SEM-MASTER-EXIT
           END-IF.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4100-99-BATIMENTO-EXIT.             EXIT.
      *================================================================*
       4200-APLICA-RETORNO                 SECTION.
      *================================================================*
           IF  RW-SITUACAO                 EQUAL      'A'
               MOVE 'A'                    TO         NFS-SITUACAO
               MOVE RW-NUMERO-NFSE         TO         NFS-NUMERO-NFSE
               MOVE RW-COD-VERIFICA        TO         NFS-COD-VERIFICA
               MOVE SPACES                 TO         NFS-COD-ERRO
               ADD  1                      TO         WS-AUTORIZADOS
           ELSE
               MOVE 'R'                    TO         NFS-SITUACAO
               MOVE RW-COD-ERRO            TO         NFS-COD-ERRO
               ADD  1                      TO         WS-REJEITADOS
               MOVE NFS-RPS-NUMERO         TO         DETR-RPS
               IF  NFS-ORIGEM              EQUAL      'E'
                   MOVE 'ESCOLA'           TO         DETR-ORIGEM
               ELSE
                   MOVE 'CLUBE '           TO         DETR-ORIGEM
               END-IF
               MOVE NFS-NOSSO-NUMERO       TO         DETR-NOSSO-NUMERO
               MOVE RW-COD-ERRO            TO         DETR-COD-ERRO
               MOVE RW-MOTIVO              TO         DETR-MOTIVO
               WRITE REG-REL               FROM       DET-REJEITADO
               PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT
           END-IF.
      *----------------------------------------------------------------*
       4200-99-APLICA-RETORNO-EXIT.        EXIT.
      *================================================================*
       4300-SEM-MASTER                     SECTION.
      *================================================================*
           ADD  1                          TO         WS-SEM-MASTER.

           MOVE RW-RPS-NUMERO              TO         DETR-RPS.
           MOVE SPACES                     TO         DETR-ORIGEM
                                                      DETR-NOSSO-NUMERO.
           MOVE RW-COD-ERRO                TO         DETR-COD-ERRO.
           MOVE 'RPS NAO CONSTA DO MASTER NFSMST'
                                           TO         DETR-MOTIVO.
           WRITE REG-REL                   FROM       DET-REJEITADO.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
      *----------------------------------------------------------------*
       4300-99-SEM-MASTER-EXIT.            EXIT.
      *================================================================*
       4500-GRAVA-MASTER                   SECTION.
      *================================================================*
           IF  NFS-SITUACAO                EQUAL      'E'
               ADD  1                      TO         WS-PENDENTES
           END-IF.

           WRITE REG-NFSN                  FROM       REG-NFS.
           IF  WS-FS-NFSN                  NOT EQUAL  '00'
               MOVE '4500-GRAVA-MASTER'    TO         WS-CODIGO-AREA
               MOVE WS-FS-NFSN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO NFSMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-NFSN.
      *----------------------------------------------------------------*
       4500-99-GRAVA-MASTER-EXIT.          EXIT.
      *================================================================*
       4800-LER-NFSMST                     SECTION.
      *================================================================*
           READ  NFSMST.
           IF  WS-FS-NFS   NOT EQUAL '00'
           AND WS-FS-NFS   NOT EQUAL '10'
               MOVE '4800-LER-NFSMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-NFS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER NFSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-NFS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-NFS
               GO TO 4800-99-LER-NFSMST-EXIT
           END-IF.

           IF  NFS-RPS-NUMERO              NOT GREATER WS-ULTIMO-RPS
               MOVE '4800-LER-NFSMST'      TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER NFSMST FORA DA ORDEM DO NUMERO DO RPS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE NFS-RPS-NUMERO             TO         WS-ULTIMO-RPS
                                                      WS-CHAVE-NFS-NUM.
           ADD  1                          TO         WS-LIDOS-NFS.
      *----------------------------------------------------------------*
       4800-99-LER-NFSMST-EXIT.            EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN RETWK
               AT END
                   MOVE HIGH-VALUES        TO         WS-CHAVE-RET
               NOT AT END
                   MOVE RW-RPS-NUMERO      TO         WS-CHAVE-RET-NUM
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELNFSR                     SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELNFSR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELNFSR-EXIT.            EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.

           MOVE 'REGISTROS LIDOS NO RETORNO NFSRET......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-LIDOS-RET               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RPS AUTORIZADOS (NFS-E GUARDADA).......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-AUTORIZADOS             TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RPS REJEITADOS PARA CORRECAO...........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-REJEITADOS              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RETORNOS SEM RPS NO MASTER.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-SEM-MASTER              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RPS AINDA SEM RETORNO..................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PENDENTES               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELNFSR THRU 8000-99-FS-RELNFSR-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE NFSMST  NFSMSTN  RELNFSR.
           IF  WS-FS-NFS                   NOT EQUAL  '00'
           OR  WS-FS-NFSN                  NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-NFSN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO NFSRET       =    ' WS-LIDOS-RET.
           DISPLAY '* DESPREZADOS DO NFSRET =    ' WS-DESPREZADOS-RET.
           DISPLAY '* LIDOS NO NFSMST       =    ' WS-LIDOS-NFS.
           DISPLAY '* GRAVADOS NO NFSMSTN   =    ' WS-GRAVADOS-NFSN.
           DISPLAY '* RPS AUTORIZADOS       =    ' WS-AUTORIZADOS.
           DISPLAY '* RPS REJEITADOS        =    ' WS-REJEITADOS.
           DISPLAY '* RETORNOS SEM MASTER   =    ' WS-SEM-MASTER.
           DISPLAY '* RPS SEM RETORNO       =    ' WS-PENDENTES.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-RET              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-NFSN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB853S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
