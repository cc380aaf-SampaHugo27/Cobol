       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB825S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PROCESSA O RETORNO DOS PARCEIROS DE FIDELIDADE PARA  *
      * AS TRANSFERENCIAS DE PONTOS ENVIADAS PELO VRB823S. O ARQUIVO   *
      * DO PARCEIRO CHEGA PELO VALIDADOR DE ENVELOPE VRB722S E OS      *
      * DETALHES DESEMBRULHADOS (TRFRET, UM OU MAIS PARCEIROS) TRAZEM  *
      * O NUMERO DA TRANSFERENCIA (DATA+SEQUENCIA), CPF, PARCEIRO, O   *
      * RESULTADO ('A' ACEITA / 'R' RECUSADA) E O MOTIVO DA RECUSA.    *
      * RODA ANTES DO VRB823S:                                         *
      *   1. CLASSIFICA O RETORNO PELO NUMERO DA TRANSFERENCIA E BATE  *
      *      COM O MASTER TRFMST -> TRFMSTN;                           *
      *   2. TRANSFERENCIA ENVIADA ('E') E ACEITA PASSA A 'A';         *
      *      RECUSADA PASSA A 'R' COM O MOTIVO E GERA O ESTORNO DOS    *
      *      PONTOS NO PNTEST (LAYOUT PNTRES, TIPO 'E'), QUE O VRB823S *
      *      LEVA AO PNTRESN PARA O VRB708S CREDITAR AO CLIENTE;       *
      *   3. RETORNO SEM TRANSFERENCIA, QUE DIVERGE DO CPF/PARCEIRO,   *
      *      DE TRANSFERENCIA JA RETORNADA OU COM RESULTADO INVALIDO   *
      *      EH REJEITADO NO RELTRR, SEM ALTERAR O MASTER;             *
      *   4. LISTA NO RELTRR AS TRANSFERENCIAS AINDA SEM RETORNO HA    *
      *      MAIS DE PARCFID/PRZRETOR DIAS (PARMMST, SEM LINHA EM      *
      *      VIGOR FICAM 10) PARA COBRANCA DO PARCEIRO.                *
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

           SELECT TRFRET         ASSIGN TO TRFRET
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT RETSRT         ASSIGN TO RETSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT TRFMST         ASSIGN TO TRFMST
           FILE STATUS           IS        WS-FS-TRF.
      *----------------------------------------------------------------*
           SELECT TRFMSTN        ASSIGN TO TRFMSTN
           FILE STATUS           IS        WS-FS-TRFN.
      *----------------------------------------------------------------*
           SELECT PNTEST         ASSIGN TO PNTEST
           FILE STATUS           IS        WS-FS-EST.
      *----------------------------------------------------------------*
           SELECT RELTRR         ASSIGN TO RELTRR
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   RETORNO DOS PARCEIROS (DETALHES JA DESEMBRULHADOS - VRB722S) *
      *----------------------------------------------------------------*
       FD  TRFRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RET.

       01  REG-RET                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RETSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE.
              10 SRT-DATA                  PIC 9(08).
              10 SRT-SEQ                   PIC 9(06).
           05 SRT-CPF                      PIC 9(11).
           05 SRT-PARCEIRO                 PIC X(08).
           05 SRT-RESULTADO                PIC X(01).
              88 SRT-ACEITA                             VALUE 'A'.
              88 SRT-RECUSADA                           VALUE 'R'.
           05 SRT-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(14).
           05 FILLER                       PIC X(66).
      *----------------------------------------------------------------*
      *   MASTER DAS TRANSFERENCIAS, POR DATA + SEQUENCIA (VRB823S)    *
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
           05 TRF-CPF                      PIC 9(11).
           05 TRF-PARCEIRO                 PIC X(08).
           05 TRF-MEMBRO                   PIC X(20).
           05 TRF-PONTOS                   PIC 9(09).
           05 TRF-MILHAS                   PIC 9(09).
           05 TRF-SITUACAO                 PIC X(01).
              88 TRF-ENVIADA                            VALUE 'E'.
              88 TRF-ACEITA                             VALUE 'A'.
              88 TRF-RECUSADA                           VALUE 'R'.
           05 TRF-DATA-SITUACAO            PIC 9(08).
           05 TRF-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  TRFMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-TRFN.

       01  REG-TRFN                        PIC X(120).
      *----------------------------------------------------------------*
      *   ESTORNO DOS PONTOS DAS RECUSADAS, LAYOUT PNTRES TIPO 'E'     *
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
       FD  RELTRR
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-TRFN                      PIC X(02)     VALUE '00'.
       77  WS-FS-EST                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-TRF                    PIC X(14)     VALUE SPACES.
       77  WS-CHAVE-SRT                    PIC X(14)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-RET                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TRF                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-TRFN                PIC 9(07)     VALUE ZEROS.
       77  WS-ACEITAS                      PIC 9(07)     VALUE ZEROS.
       77  WS-RECUSADAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-RET-REJEITADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-RETORNO                  PIC 9(07)     VALUE ZEROS.
       77  WS-PONTOS-ESTORNADOS            PIC 9(11)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
      *----------------------------------------------------------------*
      *        DATA DO PROCESSAMENTO E LIMITE DO PRAZO DE RETORNO      *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-DIAS-RETORNO                 PIC 9(03)     VALUE 10.
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE.
               10  WS-DP-ANO-BASE          PIC 9(04).
               10  WS-DP-MES-BASE          PIC 9(02).
               10  WS-DP-DIA-BASE          PIC 9(02).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO.
               10  WS-DP-ANO-RESULT        PIC 9(04).
               10  WS-DP-MES-RESULT        PIC 9(02).
               10  WS-DP-DIA-RESULT        PIC 9(02).
           05  WS-DP-RETORNO               PIC X(01).
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
      *                 PARAMETROS COM VIGENCIA (PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB825S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB825S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DO RELATORIO DE RETORNOS (RELTRR)              *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'RETORNO DAS TRANSFERENCIAS DE PONTOS - DATA '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'TRANSFERENCIA   CPF         PARCEIRO    '.
           05 FILLER                       PIC X(40)  VALUE
                  ' PONTOS SITUACAO                        '.
      *----------------------------------------------------------------*
       01  DET-RETORNO.
           05 DETR-DATA                    PIC 9(08)  VALUE ZEROS.
           05 DETR-SEQ                     PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETR-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-PARCEIRO                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-PONTOS                  PIC ZZZ.ZZZ.ZZ9
                                           VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-SITUACAO                PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-RETORNO
               THRU 0100-99-CLASSIFICA-RETORNO-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-TRF         EQUAL '10'
                     AND WS-FS-SRT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-RETORNO             SECTION.
      *================================================================*
           MOVE '0100-CLASSIFICA-RETORNO'  TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                INPUT  PROCEDURE IS        0150-LE-TRFRET
                GIVING                     RETSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-RETORNO-EXIT.    EXIT.
      *================================================================*
       0150-LE-TRFRET                      SECTION.
      *================================================================*
           MOVE '0150-LE-TRFRET'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     TRFRET.
           IF    WS-FS-RET                 NOT EQUAL  '00'
                 MOVE WS-FS-RET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO TRFRET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-RETORNO
               THRU 0160-99-RELEASE-RETORNO-EXIT
                   UNTIL WS-FS-RET         EQUAL '10'.

           CLOSE TRFRET.
      *----------------------------------------------------------------*
       0150-99-LE-TRFRET-EXIT.             EXIT.
      *================================================================*
       0160-RELEASE-RETORNO                SECTION.
      *================================================================*
           READ  TRFRET.

           IF  WS-FS-RET   NOT EQUAL '00'
           AND WS-FS-RET   NOT EQUAL '10'
               MOVE WS-FS-RET              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO TRFRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-RET                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-RET
               MOVE REG-RET                TO         REG-SORTWK
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-RETORNO-EXIT.       EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           PERFORM 1050-PRAZO-RETORNO
               THRU 1050-99-PRAZO-RETORNO-EXIT.

           OPEN  INPUT                     RETSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RETSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TRFMST.
           IF    WS-FS-TRF                 NOT EQUAL  '00'
                 MOVE WS-FS-TRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TRFMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    TRFMSTN
                                           PNTEST
                                           RELTRR.
           IF    WS-FS-TRFN                NOT EQUAL  '00'
           OR    WS-FS-EST                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-TRFN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELTRR THRU 8000-99-FS-RELTRR-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELTRR THRU 8000-99-FS-RELTRR-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELTRR THRU 8000-99-FS-RELTRR-EXIT.

           PERFORM 1100-LER-TRFMST   THRU  1100-99-LER-TRFMST-EXIT.
           PERFORM 1200-LER-RETSRT   THRU  1200-99-LER-RETSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-PRAZO-RETORNO                  SECTION.
      *================================================================*
      * PRAZO DE RETORNO DO PARCEIRO EM DIAS CORRIDOS (PARGET31        *
      * PARCFID/PRZRETOR; SEM LINHA EM VIGOR FICAM 10 DIAS). A DATA    *
      * LIMITE DE CADA TRANSFERENCIA EH CALCULADA NO 2150.             *
      *----------------------------------------------------------------*
           MOVE '1050-PRAZO-RETORNO'       TO         WS-CODIGO-AREA.

           MOVE 'PARCFID '                 TO         WS-PGT-DOMINIO.
           MOVE 'PRZRETOR'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:3)  NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PRAZO DE RETORNO DO PARCEIRO INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:3) TO         WS-DIAS-RETORNO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1050-99-PRAZO-RETORNO-EXIT.         EXIT.
      *================================================================*
       1100-LER-TRFMST                     SECTION.
      *================================================================*
           MOVE '1100-LER-TRFMST'          TO         WS-CODIGO-AREA.

           READ TRFMST.

           IF  WS-FS-TRF   NOT EQUAL '00'
           AND WS-FS-TRF   NOT EQUAL '10'
               MOVE WS-FS-TRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TRFMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TRF                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-TRF
           ELSE
               MOVE TRF-CHAVE              TO         WS-CHAVE-TRF
               ADD  1                      TO         WS-LIDOS-TRF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-TRFMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-RETSRT                     SECTION.
      *================================================================*
           MOVE '1200-LER-RETSRT'          TO         WS-CODIGO-AREA.

           READ RETSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO RETSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SRT
           ELSE
               MOVE SRT-CHAVE              TO         WS-CHAVE-SRT
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-RETSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELO NUMERO DA TRANSFERENCIA: A TRANSFERENCIA SO  *
      * EH GRAVADA QUANDO NAO HA MAIS RETORNO PARA ELA, ASSIM UM       *
      * RETORNO REPETIDO NO MESMO ARQUIVO ENCONTRA A SITUACAO NOVA.    *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  WS-CHAVE-TRF                LESS       WS-CHAVE-SRT
               PERFORM 2100-GRAVA-TRANSFERENCIA
                   THRU 2100-99-GRAVA-TRANSFERENCIA-EXIT
               PERFORM 1100-LER-TRFMST THRU 1100-99-LER-TRFMST-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           IF  WS-CHAVE-SRT                LESS       WS-CHAVE-TRF
               MOVE 'TRANSFERENCIA NAO ENCONTRADA'
                                           TO         WS-MOTIVO-REJ
               PERFORM 2800-REJEITA-RETORNO
                   THRU 2800-99-REJEITA-RETORNO-EXIT
               PERFORM 1200-LER-RETSRT THRU 1200-99-LER-RETSRT-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           PERFORM 2300-APLICA-RETORNO
               THRU 2300-99-APLICA-RETORNO-EXIT.
           PERFORM 1200-LER-RETSRT   THRU  1200-99-LER-RETSRT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-GRAVA-TRANSFERENCIA            SECTION.
      *================================================================*
           MOVE '2100-GRAVA-TRANSFERENCIA' TO         WS-CODIGO-AREA.

           WRITE REG-TRFN                  FROM       REG-TRF.
           IF  WS-FS-TRFN                  NOT EQUAL  '00'
               MOVE WS-FS-TRFN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO TRFMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-TRFN.

           IF  TRF-ENVIADA
               PERFORM 2150-VERIFICA-PRAZO
                   THRU 2150-99-VERIFICA-PRAZO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2100-99-GRAVA-TRANSFERENCIA-EXIT.   EXIT.
      *================================================================*
       2150-VERIFICA-PRAZO                 SECTION.
      *================================================================*
      * TRANSFERENCIA AINDA ENVIADA CUJA DATA + PRAZO JA PASSOU DE     *
      * HOJE SAI NO RELATORIO PARA COBRAR O RETORNO DO PARCEIRO.       *
      *----------------------------------------------------------------*
           MOVE '2150-VERIFICA-PRAZO'      TO         WS-CODIGO-AREA.

           MOVE  TRF-DATA (1:4)            TO         WS-DP-ANO-BASE.
           MOVE  TRF-DATA (5:2)            TO         WS-DP-MES-BASE.
           MOVE  TRF-DATA (7:2)            TO         WS-DP-DIA-BASE.
           MOVE  WS-DIAS-RETORNO           TO         WS-DP-DIAS-SOMAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DO PRAZO DE RETORNO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO         WS-DATA-LIMITE.

           IF  WS-DATA-LIMITE              LESS       WS-DATA-HOJE
               MOVE 'SEM RETORNO NO PRAZO' TO         DETR-SITUACAO
               PERFORM 2900-IMPRIME-TRANSFERENCIA
                   THRU 2900-99-IMPRIME-TRANSFERENCIA-EXIT
               ADD  1                      TO         WS-SEM-RETORNO
           END-IF.
      *----------------------------------------------------------------*
       2150-99-VERIFICA-PRAZO-EXIT.        EXIT.
      *================================================================*
       2300-APLICA-RETORNO                 SECTION.
      *================================================================*
           MOVE '2300-APLICA-RETORNO'      TO         WS-CODIGO-AREA.

           IF  SRT-CPF                     NOT EQUAL  TRF-CPF
           OR  SRT-PARCEIRO                NOT EQUAL  TRF-PARCEIRO
               MOVE 'CPF/PARCEIRO DIVERGENTE'
                                           TO         WS-MOTIVO-REJ
               PERFORM 2800-REJEITA-RETORNO
                   THRU 2800-99-REJEITA-RETORNO-EXIT
               GO TO 2300-99-APLICA-RETORNO-EXIT
           END-IF.

           IF  NOT TRF-ENVIADA
               MOVE 'TRANSFERENCIA JA RETORNADA'
                                           TO         WS-MOTIVO-REJ
               PERFORM 2800-REJEITA-RETORNO
                   THRU 2800-99-REJEITA-RETORNO-EXIT
               GO TO 2300-99-APLICA-RETORNO-EXIT
           END-IF.

           IF  NOT SRT-ACEITA
           AND NOT SRT-RECUSADA
               MOVE 'RESULTADO DO RETORNO INVALIDO'
                                           TO         WS-MOTIVO-REJ
               PERFORM 2800-REJEITA-RETORNO
                   THRU 2800-99-REJEITA-RETORNO-EXIT
               GO TO 2300-99-APLICA-RETORNO-EXIT
           END-IF.

           MOVE WS-DATA-HOJE               TO         TRF-DATA-SITUACAO.

           IF  SRT-ACEITA
               MOVE 'A'                    TO         TRF-SITUACAO
               MOVE 'ACEITA PELO PARCEIRO' TO         DETR-SITUACAO
               ADD  1                      TO         WS-ACEITAS
           ELSE
               MOVE 'R'                    TO         TRF-SITUACAO
               MOVE SRT-MOTIVO             TO         TRF-MOTIVO
               IF  SRT-MOTIVO              EQUAL      SPACES
                   MOVE 'RECUSADA PELO PARCEIRO'
                                           TO         TRF-MOTIVO
               END-IF
               PERFORM 2400-GRAVA-ESTORNO
                   THRU 2400-99-GRAVA-ESTORNO-EXIT
               MOVE 'RECUSADA - PONTOS ESTORNADOS'
                                           TO         DETR-SITUACAO
               ADD  1                      TO         WS-RECUSADAS
           END-IF.

           PERFORM 2900-IMPRIME-TRANSFERENCIA
               THRU 2900-99-IMPRIME-TRANSFERENCIA-EXIT.
      *----------------------------------------------------------------*
       2300-99-APLICA-RETORNO-EXIT.        EXIT.
      *================================================================*
       2400-GRAVA-ESTORNO                  SECTION.
      *================================================================*
           MOVE '2400-GRAVA-ESTORNO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-EST.
           MOVE TRF-CPF                    TO         EST-CPF.
           MOVE TRF-PONTOS                 TO         EST-PONTOS.
           MOVE 'E'                        TO         EST-TIPO.
           WRITE REG-EST.
           IF  WS-FS-EST                   NOT EQUAL  '00'
               MOVE WS-FS-EST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO PNTEST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  TRF-PONTOS                 TO      WS-PONTOS-ESTORNADOS.
      *----------------------------------------------------------------*
       2400-99-GRAVA-ESTORNO-EXIT.         EXIT.
      *================================================================*
       2800-REJEITA-RETORNO                SECTION.
      *================================================================*
           MOVE SRT-DATA                   TO         DETR-DATA.
           MOVE SRT-SEQ                    TO         DETR-SEQ.
           MOVE SRT-CPF                    TO         DETR-CPF.
           MOVE SRT-PARCEIRO               TO         DETR-PARCEIRO.
           MOVE ZEROS                      TO         DETR-PONTOS.
           MOVE WS-MOTIVO-REJ              TO         DETR-SITUACAO.
           WRITE REG-REL                   FROM       DET-RETORNO.
           PERFORM 8000-FS-RELTRR THRU 8000-99-FS-RELTRR-EXIT.

           ADD  1                          TO         WS-RET-REJEITADOS.
      *----------------------------------------------------------------*
       2800-99-REJEITA-RETORNO-EXIT.       EXIT.
      *================================================================*
       2900-IMPRIME-TRANSFERENCIA          SECTION.
      *================================================================*
           MOVE TRF-DATA                   TO         DETR-DATA.
           MOVE TRF-SEQ                    TO         DETR-SEQ.
           MOVE TRF-CPF                    TO         DETR-CPF.
           MOVE TRF-PARCEIRO               TO         DETR-PARCEIRO.
           MOVE TRF-PONTOS                 TO         DETR-PONTOS.
           WRITE REG-REL                   FROM       DET-RETORNO.
           PERFORM 8000-FS-RELTRR THRU 8000-99-FS-RELTRR-EXIT.
      *----------------------------------------------------------------*
       2900-99-IMPRIME-TRANSFERENCIA-EXIT. EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELTRR                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELTRR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELTRR-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RETSRT  TRFMST  TRFMSTN  PNTEST  RELTRR.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-TRF                   NOT EQUAL  '00'
           OR  WS-FS-TRFN                  NOT EQUAL  '00'
           OR  WS-FS-EST                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-TRFN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* RETORNOS LIDOS        =    ' WS-LIDOS-RET.
           DISPLAY '* LIDOS EM TRFMST       =    ' WS-LIDOS-TRF.
           DISPLAY '* GRAVADOS EM TRFMSTN   =    ' WS-GRAVADOS-TRFN.
           DISPLAY '* TRANSFERENCIAS ACEITAS=    ' WS-ACEITAS.
           DISPLAY '* TRANSFERENCIAS RECUS. =    ' WS-RECUSADAS.
           DISPLAY '* PONTOS ESTORNADOS     =    ' WS-PONTOS-ESTORNADOS.
           DISPLAY '* RETORNOS REJEITADOS   =    ' WS-RET-REJEITADOS.
           DISPLAY '* SEM RETORNO NO PRAZO  =    ' WS-SEM-RETORNO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-RET              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-TRFN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB825S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
