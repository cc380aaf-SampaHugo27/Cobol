       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB809S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DEVOLUCAO MENSAL DAS ENTREGAS PARADAS NAS AGENCIAS   *
      * EXTERNAS DE COBRANCA. O VRB756S SO RECOLHE A DIVIDA QUANDO O   *
      * SOCIO PAGA; A DIVIDA QUE A AGENCIA NAO TRABALHA FICARIA COM    *
      * ELA PARA SEMPRE. CADA AGENCIA TEM NO AGEMST A SUA POLITICA DE  *
      * DEVOLUCAO (ZERO = SEM REGRA):                                  *
      *   - AGE-DIAS-MAX-SEM-RECUP: DIAS MAXIMOS DE UMA ENTREGA ATIVA  *
      *     SEM RECUPERACAO;                                           *
      *   - AGE-TAXA-MIN-RECUP: TAXA MINIMA DE RECUPERACAO (%) SOBRE   *
      *     AS ENTREGAS JA MADURAS (MAIS VELHAS QUE A CARENCIA DO      *
      *     PARGET31 AGENCIA/CARENCIA; SEM LINHA EM VIGOR, 30 DIAS).   *
      * ESTE PROGRAMA:                                                 *
      *   1. PASSA O MASTER AGEASG APURANDO POR AGENCIA AS ENTREGAS E  *
      *      AS RECUPERADAS (SITUACAO R) POR FAIXA DE IDADE DA ENTREGA *
      *      E A TAXA SOBRE AS MADURAS;                                *
      *   2. PASSA DE NOVO O AGEASG REGRAVANDO EM AGEASGN: ENTREGA     *
      *      ATIVA QUE ESTOUROU O PRAZO DA AGENCIA, OU MADURA EM       *
      *      AGENCIA ABAIXO DA TAXA MINIMA, VIRA SITUACAO V            *
      *      (DEVOLVIDA) E GERA O AVISO AGERCL PARA A AGENCIA QUE      *
      *      PERDE A DIVIDA (MOTIVO P = PRAZO, T = TAXA);              *
      *   3. IMPRIME NO RELDEV O COMPARATIVO DAS AGENCIAS: TAXA DE     *
      *      RECUPERACAO POR FAIXA DE IDADE (0-30, 31-60, 61-90,       *
      *      91-180 E MAIS DE 180 DIAS), TAXA GERAL E DEVOLVIDAS.      *
      * A DIVIDA DEVOLVIDA VOLTA A SER ENTREGUE PELO VRB755S A OUTRA   *
      * AGENCIA NA PROXIMA EXECUCAO. RODA UMA VEZ POR MES PELA GRADE   *
      * DO VRB773S (SCHMST).                                           *
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

           SELECT AGEMST         ASSIGN TO AGEMST
           FILE STATUS           IS        WS-FS-AGE.
      *----------------------------------------------------------------*
           SELECT AGEASG         ASSIGN TO AGEASG
           FILE STATUS           IS        WS-FS-ASG.
      *----------------------------------------------------------------*
           SELECT AGEASGN        ASSIGN TO AGEASGN
           FILE STATUS           IS        WS-FS-ASGN.
      *----------------------------------------------------------------*
           SELECT AGERCL         ASSIGN TO AGERCL
           FILE STATUS           IS        WS-FS-RCL.
      *----------------------------------------------------------------*
           SELECT RELDEV         ASSIGN TO RELDEV
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  AGEMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-AGE.

       01  REG-AGE.
           05 AGE-CODIGO                   PIC 9(03).
           05 AGE-NOME                     PIC X(30).
           05 AGE-COMISSAO                 PIC 9(03)V99.
           05 AGE-CAPACIDADE               PIC 9(05).
           05 AGE-DIAS-MAX-SEM-RECUP       PIC 9(03).
           05 AGE-TAXA-MIN-RECUP           PIC 9(03)V99.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  AGEASG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ASG.

       01  REG-ASG.
           05 ASG-ORIGEM                   PIC X(01).
           05 ASG-CHAVE                    PIC 9(11).
           05 ASG-NOME                     PIC X(30).
           05 ASG-SALDO                    PIC 9(15)V99.
           05 ASG-AGENCIA                  PIC 9(03).
           05 ASG-DATA-ENTREGA             PIC 9(08).
           05 ASG-SITUACAO                 PIC X(01).
              88 ASG-SIT-ATIVA                          VALUE 'A'.
              88 ASG-SIT-RECOLHIDA                      VALUE 'R'.
              88 ASG-SIT-DEVOLVIDA                      VALUE 'V'.
           05 ASG-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  AGEASGN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ASGN.

       01  REG-ASGN.
           05 ASGN-ORIGEM                  PIC X(01).
           05 ASGN-CHAVE                   PIC 9(11).
           05 ASGN-NOME                    PIC X(30).
           05 ASGN-SALDO                   PIC 9(15)V99.
           05 ASGN-AGENCIA                 PIC 9(03).
           05 ASGN-DATA-ENTREGA            PIC 9(08).
           05 ASGN-SITUACAO                PIC X(01).
           05 ASGN-DATA-DEVOLUCAO          PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  AGERCL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RCL.

       01  REG-RCL.
           05 RCL-AGENCIA                  PIC 9(03).
           05 RCL-ORIGEM                   PIC X(01).
           05 RCL-CHAVE                    PIC 9(11).
           05 RCL-NOME                     PIC X(30).
           05 RCL-VALOR-PAGO               PIC 9(09)V9(02).
           05 RCL-DATA                     PIC 9(08).
           05 RCL-MOTIVO                   PIC X(01).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  RELDEV
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-AGE                       PIC X(02)     VALUE '00'.
       77  WS-FS-ASG                       PIC X(02)     VALUE '00'.
       77  WS-FS-ASGN                      PIC X(02)     VALUE '00'.
       77  WS-FS-RCL                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *        TABELA DE AGENCIAS (ATE 5) E APURACAO POR FAIXA         *
      *----------------------------------------------------------------*
       77  WS-QTDE-AGE                     PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-IND-AGE                      PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ACHADO                   PIC 9(01)     VALUE ZEROS
                                            COMP.
       77  WS-IND-FAIXA                    PIC 9(01)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-AGE.
           05 WS-AGE-ITEM                  OCCURS 5 TIMES.
              10 WS-AGE-CODIGO             PIC 9(03).
              10 WS-AGE-NOME               PIC X(30).
              10 WS-AGE-DIAS-MAX           PIC 9(03).
              10 WS-AGE-TAXA-MIN           PIC 9(03)V99.
              10 WS-AGE-DATA-LIMITE        PIC 9(08).
              10 WS-AGE-MADURAS            PIC 9(07).
              10 WS-AGE-REC-MADURAS        PIC 9(07).
              10 WS-AGE-TAXA               PIC 9(03)V99.
              10 WS-AGE-ABAIXO-TAXA        PIC X(01).
              10 WS-AGE-DEVOLVIDAS         PIC 9(07).
              10 WS-AGE-FAIXA              OCCURS 5 TIMES.
                 15 WS-AGE-FX-ENTREGAS     PIC 9(07).
                 15 WS-AGE-FX-RECUPERADAS  PIC 9(07).
      *----------------------------------------------------------------*
      *   LIMITES DAS FAIXAS DE IDADE (ENTREGA A PARTIR DESTA DATA)    *
      *----------------------------------------------------------------*
       01  WS-TAB-DIAS-FAIXA.
           05 FILLER                       PIC 9(03)     VALUE 030.
           05 FILLER                       PIC 9(03)     VALUE 060.
           05 FILLER                       PIC 9(03)     VALUE 090.
           05 FILLER                       PIC 9(03)     VALUE 180.
       01  FILLER                          REDEFINES  WS-TAB-DIAS-FAIXA.
           05 WS-DIAS-FAIXA                PIC 9(03)     OCCURS 4 TIMES.
       01  WS-TAB-DATA-FAIXA.
           05 WS-DATA-FAIXA                PIC 9(08)     OCCURS 4 TIMES.
      *----------------------------------------------------------------*
      *                 TOTAIS GERAIS DO COMPARATIVO                   *
      *----------------------------------------------------------------*
       01  WS-TAB-TOTAL.
           05 WS-TOT-FAIXA                 OCCURS 5 TIMES.
              10 WS-TOT-FX-ENTREGAS        PIC 9(07).
              10 WS-TOT-FX-RECUPERADAS     PIC 9(07).
       77  WS-TOT-ENTREGAS                 PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-RECUPERADAS              PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-DEVOLVIDAS               PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ASG                    PIC 9(07)     VALUE ZEROS.
       77  WS-ATIVAS                       PIC 9(07)     VALUE ZEROS.
       77  WS-DEVOLVIDAS-PRAZO             PIC 9(07)     VALUE ZEROS.
       77  WS-DEVOLVIDAS-TAXA              PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-AGENCIA                  PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ASGN                PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DA ENTREGA CORRENTE                   *
      *----------------------------------------------------------------*
       77  WS-ENTREGAS                     PIC 9(07)     VALUE ZEROS.
       77  WS-RECUPERADAS                  PIC 9(07)     VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
       77  WS-MOTIVO                       PIC X(01)     VALUE SPACES.
           88 WS-MOTIVO-PRAZO                            VALUE 'P'.
           88 WS-MOTIVO-TAXA                             VALUE 'T'.
      *----------------------------------------------------------------*
      *        DATA DO PROCESSAMENTO E CALCULO DE DATAS LIMITE         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-CARENCIA                PIC 9(08)     VALUE ZEROS.
       77  WS-DIAS-CARENCIA                PIC 9(03)     VALUE 30.
       77  WS-DIAS-VOLTAR                  PIC 9(03)     VALUE ZEROS.
       77  WS-DATA-CALCULADA               PIC 9(08)     VALUE ZEROS.
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
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB809S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB809S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELDEV                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'RECUPERACAO DAS AGENCIAS POR IDADE DA EN'.
           05 FILLER                       PIC X(15)  VALUE
                  'TREGA - DATA : '.
           05 CABT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'AGE NOME             0-30  31-60  61-90 '.
           05 FILLER                       PIC X(40)  VALUE
                  '91-180   +180  GERAL ENTREG DEVOL'.
      *----------------------------------------------------------------*
       01  DET-AGENCIA.
           05 DETA-CODIGO                  PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-NOME                    PIC X(14)  VALUE SPACES.
           05 DETA-FAIXA                   OCCURS 5 TIMES.
              10 FILLER                    PIC X(01)  VALUE SPACES.
              10 DETA-TAXA                 PIC ZZ9,99.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-GERAL                   PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-ENTREGAS                PIC ZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-DEVOLVIDAS              PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-ASG         EQUAL '10'.
           PERFORM 5000-RELATORIO          THRU
                   5000-99-RELATORIO-EXIT.
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
           INITIALIZE                      WS-TAB-TOTAL.

           PERFORM 1020-CARENCIA     THRU  1020-99-CARENCIA-EXIT.
           PERFORM 1040-DATAS-FAIXA  THRU  1040-99-DATAS-FAIXA-EXIT
                   VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA GREATER 4.
           PERFORM 1050-CARREGA-AGENCIAS
               THRU 1050-99-CARREGA-AGENCIAS-EXIT.
           PERFORM 1100-APURA-TAXAS  THRU  1100-99-APURA-TAXAS-EXIT.

           OPEN  INPUT                     AGEASG.
           IF    WS-FS-ASG                 NOT EQUAL  '00'
                 MOVE WS-FS-ASG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER AGEASG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    AGEASGN.
           IF    WS-FS-ASGN                NOT EQUAL  '00'
                 MOVE WS-FS-ASGN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO AGEASGN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    AGERCL.
           IF    WS-FS-RCL                 NOT EQUAL  '00'
                 MOVE WS-FS-RCL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO AGERCL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELDEV.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELDEV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1200-LER-AGEASG   THRU  1200-99-LER-AGEASG-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1020-CARENCIA                       SECTION.
      *================================================================*
      * A TAXA DA AGENCIA SO CONSIDERA ENTREGAS MAIS VELHAS QUE A      *
      * CARENCIA (PARGET31 AGENCIA/CARENCIA; SEM LINHA EM VIGOR FICA   *
      * 30 DIAS), PARA NAO PUNIR A AGENCIA PELAS ENTREGAS RECENTES.    *
      *----------------------------------------------------------------*
           MOVE '1020-CARENCIA'            TO         WS-CODIGO-AREA.

           MOVE 'AGENCIA'                  TO         WS-PGT-DOMINIO.
           MOVE 'CARENCIA'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:3)  NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'CARENCIA DAS AGENCIAS NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:3) TO         WS-DIAS-CARENCIA
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           MOVE WS-DIAS-CARENCIA           TO         WS-DIAS-VOLTAR.
           PERFORM 1060-CALCULA-DATA THRU  1060-99-CALCULA-DATA-EXIT.
           MOVE WS-DATA-CALCULADA          TO         WS-DATA-CARENCIA.
      *----------------------------------------------------------------*
       1020-99-CARENCIA-EXIT.              EXIT.
      *================================================================*
       1040-DATAS-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-DIAS-FAIXA (WS-IND-FAIXA) TO       WS-DIAS-VOLTAR.
           PERFORM 1060-CALCULA-DATA THRU  1060-99-CALCULA-DATA-EXIT.
           MOVE WS-DATA-CALCULADA    TO    WS-DATA-FAIXA (WS-IND-FAIXA).
      *----------------------------------------------------------------*
       1040-99-DATAS-FAIXA-EXIT.           EXIT.
      *================================================================*
       1050-CARREGA-AGENCIAS               SECTION.
      *================================================================*
           MOVE '1050-CARREGA-AGENCIAS'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AGEMST.
           IF    WS-FS-AGE                 NOT EQUAL  '00'
                 MOVE WS-FS-AGE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO AGEMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1055-LE-AGENCIA THRU 1055-99-LE-AGENCIA-EXIT
                   UNTIL WS-FS-AGE         EQUAL      '10'.

           CLOSE AGEMST.
      *----------------------------------------------------------------*
       1050-99-CARREGA-AGENCIAS-EXIT.      EXIT.
      *================================================================*
       1055-LE-AGENCIA                     SECTION.
      *================================================================*
           READ  AGEMST.

           IF  WS-FS-AGE  NOT EQUAL '00'
           AND WS-FS-AGE  NOT EQUAL '10'
               MOVE WS-FS-AGE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO AGEMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-AGE                   EQUAL      '00'
               IF  WS-QTDE-AGE             EQUAL      5
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'AGEMST COM MAIS DE 5 AGENCIAS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               IF  AGE-DIAS-MAX-SEM-RECUP  NOT NUMERIC
               OR  AGE-TAXA-MIN-RECUP      NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'POLITICA DE DEVOLUCAO INVALIDA NO AGEMST'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-AGE
               INITIALIZE                  WS-AGE-ITEM (WS-QTDE-AGE)
               MOVE AGE-CODIGO      TO  WS-AGE-CODIGO    (WS-QTDE-AGE)
               MOVE AGE-NOME        TO  WS-AGE-NOME      (WS-QTDE-AGE)
               MOVE AGE-DIAS-MAX-SEM-RECUP
                                    TO  WS-AGE-DIAS-MAX  (WS-QTDE-AGE)
               MOVE AGE-TAXA-MIN-RECUP
                                    TO  WS-AGE-TAXA-MIN  (WS-QTDE-AGE)
               MOVE 'N'             TO  WS-AGE-ABAIXO-TAXA
                                                         (WS-QTDE-AGE)
               IF  AGE-DIAS-MAX-SEM-RECUP  GREATER    ZEROS
                   MOVE AGE-DIAS-MAX-SEM-RECUP TO     WS-DIAS-VOLTAR
                   PERFORM 1060-CALCULA-DATA
                       THRU 1060-99-CALCULA-DATA-EXIT
                   MOVE WS-DATA-CALCULADA
                                    TO  WS-AGE-DATA-LIMITE
                                                         (WS-QTDE-AGE)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1055-99-LE-AGENCIA-EXIT.            EXIT.
      *================================================================*
       1060-CALCULA-DATA                   SECTION.
      *================================================================*
      * DEVOLVE EM WS-DATA-CALCULADA A DATA DE HOJE MENOS              *
      * WS-DIAS-VOLTAR DIAS (ROTINA DE DATAS VRB670S).                 *
      *----------------------------------------------------------------*
           MOVE  WS-DATA-HOJE (1:4)        TO         WS-DP-ANO-BASE.
           MOVE  WS-DATA-HOJE (5:2)        TO         WS-DP-MES-BASE.
           MOVE  WS-DATA-HOJE (7:2)        TO         WS-DP-DIA-BASE.
           COMPUTE WS-DP-DIAS-SOMAR = 0 - WS-DIAS-VOLTAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DAS DATAS LIMITE DAS ENTREGAS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO         WS-DATA-CALCULADA.
      *----------------------------------------------------------------*
       1060-99-CALCULA-DATA-EXIT.          EXIT.
      *================================================================*
       1100-APURA-TAXAS                    SECTION.
      *================================================================*
      * PRIMEIRA PASSADA DO AGEASG: ENTREGAS E RECUPERADAS POR AGENCIA *
      * E FAIXA DE IDADE, E A TAXA DE CADA AGENCIA SOBRE AS MADURAS.   *
      *----------------------------------------------------------------*
           MOVE '1100-APURA-TAXAS'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AGEASG.
           IF    WS-FS-ASG                 NOT EQUAL  '00'
                 MOVE WS-FS-ASG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER AGEASG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1200-LER-AGEASG   THRU  1200-99-LER-AGEASG-EXIT.
           PERFORM 1150-CONTA-ENTREGA
               THRU 1150-99-CONTA-ENTREGA-EXIT
                   UNTIL WS-FS-ASG         EQUAL      '10'.

           CLOSE AGEASG.
           MOVE ZEROS                      TO         WS-LIDOS-ASG.

           PERFORM 1180-TAXA-AGENCIA THRU  1180-99-TAXA-AGENCIA-EXIT
                   VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE.
      *----------------------------------------------------------------*
       1100-99-APURA-TAXAS-EXIT.           EXIT.
      *================================================================*
       1150-CONTA-ENTREGA                  SECTION.
      *================================================================*
           PERFORM 2050-ACHA-AGENCIA THRU  2050-99-ACHA-AGENCIA-EXIT.

           IF  WS-IND-ACHADO               EQUAL      ZEROS
               GO TO 1150-50-PROXIMO
           END-IF.

           MOVE 5                          TO         WS-IND-FAIXA.
           PERFORM VARYING WS-IND-AGE FROM 4 BY -1
                   UNTIL WS-IND-AGE LESS 1
               IF  ASG-DATA-ENTREGA NOT LESS WS-DATA-FAIXA (WS-IND-AGE)
                   MOVE WS-IND-AGE         TO         WS-IND-FAIXA
               END-IF
           END-PERFORM.

           ADD  1              TO  WS-AGE-FX-ENTREGAS
                                   (WS-IND-ACHADO WS-IND-FAIXA).
           IF  ASG-SIT-RECOLHIDA
               ADD  1          TO  WS-AGE-FX-RECUPERADAS
                                   (WS-IND-ACHADO WS-IND-FAIXA)
           END-IF.

           IF  ASG-DATA-ENTREGA    NOT GREATER    WS-DATA-CARENCIA
               ADD  1          TO  WS-AGE-MADURAS (WS-IND-ACHADO)
               IF  ASG-SIT-RECOLHIDA
                   ADD  1      TO  WS-AGE-REC-MADURAS (WS-IND-ACHADO)
               END-IF
           END-IF.

       1150-50-PROXIMO.
           PERFORM 1200-LER-AGEASG   THRU  1200-99-LER-AGEASG-EXIT.
      *----------------------------------------------------------------*
       1150-99-CONTA-ENTREGA-EXIT.         EXIT.
      *================================================================*
       1180-TAXA-AGENCIA                   SECTION.
      *================================================================*
           IF  WS-AGE-MADURAS (WS-IND-AGE) GREATER    ZEROS
               COMPUTE WS-AGE-TAXA (WS-IND-AGE) ROUNDED =
                       WS-AGE-REC-MADURAS (WS-IND-AGE) * 100
                     / WS-AGE-MADURAS     (WS-IND-AGE)
               IF  WS-AGE-TAXA-MIN (WS-IND-AGE) GREATER ZEROS
               AND WS-AGE-TAXA (WS-IND-AGE) LESS
                   WS-AGE-TAXA-MIN (WS-IND-AGE)
                   MOVE 'S'        TO  WS-AGE-ABAIXO-TAXA (WS-IND-AGE)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1180-99-TAXA-AGENCIA-EXIT.          EXIT.
      *================================================================*
       1200-LER-AGEASG                     SECTION.
      *================================================================*
           READ AGEASG.

           IF  WS-FS-ASG   NOT EQUAL '00'
           AND WS-FS-ASG   NOT EQUAL '10'
               MOVE '1200-LER-AGEASG'      TO         WS-CODIGO-AREA
               MOVE WS-FS-ASG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER AGEASG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ASG                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ASG
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-AGEASG-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * ENTREGA ATIVA QUE ESTOUROU O PRAZO DA AGENCIA, OU MADURA EM    *
      * AGENCIA ABAIXO DA TAXA MINIMA, EH DEVOLVIDA; TODO REGISTRO EH  *
      * COPIADO PARA O MASTER NOVO.                                    *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE REG-ASG                    TO         REG-ASGN.

           IF  NOT ASG-SIT-ATIVA
               GO TO 2000-50-GRAVA
           END-IF.
           ADD  1                          TO         WS-ATIVAS.

           PERFORM 2050-ACHA-AGENCIA THRU  2050-99-ACHA-AGENCIA-EXIT.
           IF  WS-IND-ACHADO               EQUAL      ZEROS
               ADD  1                      TO         WS-SEM-AGENCIA
               GO TO 2000-50-GRAVA
           END-IF.

           MOVE SPACES                     TO         WS-MOTIVO.
           IF  WS-AGE-DIAS-MAX (WS-IND-ACHADO) GREATER ZEROS
           AND ASG-DATA-ENTREGA LESS WS-AGE-DATA-LIMITE (WS-IND-ACHADO)
               SET WS-MOTIVO-PRAZO         TO         TRUE
           ELSE
               IF  WS-AGE-ABAIXO-TAXA (WS-IND-ACHADO) EQUAL 'S'
               AND ASG-DATA-ENTREGA  NOT GREATER      WS-DATA-CARENCIA
                   SET WS-MOTIVO-TAXA      TO         TRUE
               END-IF
           END-IF.

           IF  WS-MOTIVO                   NOT EQUAL  SPACES
               MOVE 'V'                    TO         ASGN-SITUACAO
               MOVE WS-DATA-HOJE       TO  ASGN-DATA-DEVOLUCAO
               PERFORM 2500-GRAVA-DEVOLUCAO
                   THRU 2500-99-GRAVA-DEVOLUCAO-EXIT
           END-IF.

       2000-50-GRAVA.
           WRITE REG-ASGN.
           IF  WS-FS-ASGN                  NOT EQUAL  '00'
               MOVE WS-FS-ASGN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO AGEASGN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-ASGN.

           PERFORM 1200-LER-AGEASG   THRU  1200-99-LER-AGEASG-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2050-ACHA-AGENCIA                   SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-ACHADO.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE
               IF  WS-AGE-CODIGO (WS-IND-AGE) EQUAL   ASG-AGENCIA
                   MOVE WS-IND-AGE         TO         WS-IND-ACHADO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2050-99-ACHA-AGENCIA-EXIT.          EXIT.
      *================================================================*
       2500-GRAVA-DEVOLUCAO                SECTION.
      *================================================================*
           MOVE '2500-GRAVA-DEVOLUCAO'     TO         WS-CODIGO-AREA.

           MOVE ASG-AGENCIA                TO         RCL-AGENCIA.
           MOVE ASG-ORIGEM                 TO         RCL-ORIGEM.
           MOVE ASG-CHAVE                  TO         RCL-CHAVE.
           MOVE ASG-NOME                   TO         RCL-NOME.
           MOVE ZEROS                      TO         RCL-VALOR-PAGO.
           MOVE WS-DATA-HOJE               TO         RCL-DATA.
           MOVE WS-MOTIVO                  TO         RCL-MOTIVO.
           MOVE SPACES                     TO         REG-RCL (66:15).
           WRITE REG-RCL.

           IF  WS-FS-RCL                   NOT EQUAL  '00'
               MOVE WS-FS-RCL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO AGERCL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1              TO  WS-AGE-DEVOLVIDAS (WS-IND-ACHADO).
           IF  WS-MOTIVO-PRAZO
               ADD  1                  TO  WS-DEVOLVIDAS-PRAZO
           ELSE
               ADD  1                  TO  WS-DEVOLVIDAS-TAXA
           END-IF.
      *----------------------------------------------------------------*
       2500-99-GRAVA-DEVOLUCAO-EXIT.       EXIT.
      *================================================================*
       5000-RELATORIO                      SECTION.
      *================================================================*
           MOVE '5000-RELATORIO'           TO         WS-CODIGO-AREA.

           MOVE WS-DATA-HOJE               TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.

           PERFORM 5100-LINHA-AGENCIA
               THRU 5100-99-LINHA-AGENCIA-EXIT
                   VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE.

           PERFORM 5200-LINHA-TOTAL  THRU  5200-99-LINHA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       5000-99-RELATORIO-EXIT.             EXIT.
      *================================================================*
       5100-LINHA-AGENCIA                  SECTION.
      *================================================================*
           MOVE WS-AGE-CODIGO (WS-IND-AGE) TO         DETA-CODIGO.
           MOVE WS-AGE-NOME   (WS-IND-AGE) TO         DETA-NOME.
           MOVE ZEROS                      TO         WS-ENTREGAS.
           MOVE ZEROS                      TO         WS-RECUPERADAS.

           PERFORM 5150-FAIXA-AGENCIA
               THRU 5150-99-FAIXA-AGENCIA-EXIT
                   VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA GREATER 5.

           PERFORM 5300-CALCULA-TAXA THRU  5300-99-CALCULA-TAXA-EXIT.
           MOVE WS-TAXA                    TO         DETA-GERAL.
           MOVE WS-ENTREGAS                TO         DETA-ENTREGAS.
           MOVE WS-AGE-DEVOLVIDAS (WS-IND-AGE) TO     DETA-DEVOLVIDAS.

           ADD  WS-ENTREGAS                TO         WS-TOT-ENTREGAS.
           ADD  WS-RECUPERADAS         TO  WS-TOT-RECUPERADAS.
           ADD  WS-AGE-DEVOLVIDAS (WS-IND-AGE) TO     WS-TOT-DEVOLVIDAS.

           WRITE REG-REL                   FROM       DET-AGENCIA.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.
      *----------------------------------------------------------------*
       5100-99-LINHA-AGENCIA-EXIT.         EXIT.
      *================================================================*
       5150-FAIXA-AGENCIA                  SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-AGE-FX-ENTREGAS (WS-IND-AGE WS-IND-FAIXA)
                                           GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                   WS-AGE-FX-RECUPERADAS (WS-IND-AGE WS-IND-FAIXA)
                 * 100
                 / WS-AGE-FX-ENTREGAS    (WS-IND-AGE WS-IND-FAIXA)
           END-IF.
           MOVE WS-TAXA                TO  DETA-TAXA (WS-IND-FAIXA).

           ADD  WS-AGE-FX-ENTREGAS    (WS-IND-AGE WS-IND-FAIXA)
                                       TO  WS-ENTREGAS
                                           WS-TOT-FX-ENTREGAS
                                           (WS-IND-FAIXA).
           ADD  WS-AGE-FX-RECUPERADAS (WS-IND-AGE WS-IND-FAIXA)
                                       TO  WS-RECUPERADAS
                                           WS-TOT-FX-RECUPERADAS
                                           (WS-IND-FAIXA).
      *----------------------------------------------------------------*
       5150-99-FAIXA-AGENCIA-EXIT.         EXIT.
      *================================================================*
       5200-LINHA-TOTAL                    SECTION.
      *================================================================*
           MOVE SPACES                     TO         DETA-CODIGO.
           MOVE 'TOTAL GERAL'              TO         DETA-NOME.

           PERFORM 5250-FAIXA-TOTAL  THRU  5250-99-FAIXA-TOTAL-EXIT
                   VARYING WS-IND-FAIXA FROM 1 BY 1
                   UNTIL WS-IND-FAIXA GREATER 5.

           MOVE WS-TOT-ENTREGAS            TO         WS-ENTREGAS.
           MOVE WS-TOT-RECUPERADAS         TO         WS-RECUPERADAS.
           PERFORM 5300-CALCULA-TAXA THRU  5300-99-CALCULA-TAXA-EXIT.
           MOVE WS-TAXA                    TO         DETA-GERAL.
           MOVE WS-TOT-ENTREGAS            TO         DETA-ENTREGAS.
           MOVE WS-TOT-DEVOLVIDAS          TO         DETA-DEVOLVIDAS.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.
           WRITE REG-REL                   FROM       DET-AGENCIA.
           PERFORM 8000-FS-RELDEV THRU 8000-99-FS-RELDEV-EXIT.
      *----------------------------------------------------------------*
       5200-99-LINHA-TOTAL-EXIT.           EXIT.
      *================================================================*
       5250-FAIXA-TOTAL                    SECTION.
      *================================================================*
           MOVE WS-TOT-FX-ENTREGAS    (WS-IND-FAIXA) TO WS-ENTREGAS.
           MOVE WS-TOT-FX-RECUPERADAS (WS-IND-FAIXA) TO WS-RECUPERADAS.
           PERFORM 5300-CALCULA-TAXA THRU  5300-99-CALCULA-TAXA-EXIT.
           MOVE WS-TAXA                TO  DETA-TAXA (WS-IND-FAIXA).
      *----------------------------------------------------------------*
       5250-99-FAIXA-TOTAL-EXIT.           EXIT.
      *================================================================*
       5300-CALCULA-TAXA                   SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-ENTREGAS                 GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED = WS-RECUPERADAS * 100
                                       / WS-ENTREGAS
           END-IF.
      *----------------------------------------------------------------*
       5300-99-CALCULA-TAXA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELDEV                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELDEV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELDEV-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE AGEASG  AGEASGN  AGERCL  RELDEV.

           IF  WS-FS-ASG                   NOT EQUAL  '00'
           OR  WS-FS-ASGN                  NOT EQUAL  '00'
           OR  WS-FS-RCL                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-ASGN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ENTREGAS LIDAS        =    ' WS-LIDOS-ASG.
           DISPLAY '* ENTREGAS ATIVAS       =    ' WS-ATIVAS.
           DISPLAY '* DEVOLVIDAS POR PRAZO  =    ' WS-DEVOLVIDAS-PRAZO.
           DISPLAY '* DEVOLVIDAS POR TAXA   =    ' WS-DEVOLVIDAS-TAXA.
           DISPLAY '* ATIVAS SEM AGENCIA    =    ' WS-SEM-AGENCIA.
           DISPLAY '* GRAVADOS EM AGEASGN   =    ' WS-GRAVADOS-ASGN.
           DISPLAY '* LINHAS NO RELDEV      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ASG              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-ASGN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB809S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
