       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB839S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE EFETIVIDADE DA REGUA PREVENTIVA  *
      * DE SMS. O PARAMETRO SMSPARM INFORMA O MES (AAAAMM). VARRE O    *
      * HISTORICO DA APURACAO SMSAPU (VRB838S) PELO MES DO VENCIMENTO  *
      * E IMPRIME NO RELSMS:                                           *
      *   - POR ORIGEM (ESCOLA, EMPRESTIMO, FATURA) E RESULTADO DO     *
      *     LEMBRETE: DOCUMENTOS VENCIDOS, PAGOS EM DIA E O % PAGO;    *
      *   - O COMPARATIVO DO % PAGO EM DIA DOS LEMBRADOS (RECEBIDO,    *
      *     ENVIADO OU FALHA) CONTRA OS NAO LEMBRADOS, COM A DIFERENCA *
      *     EM PONTOS PERCENTUAIS, POR ORIGEM E NO TOTAL.              *
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

           SELECT SMSPARM        ASSIGN TO SMSPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT SMSAPU         ASSIGN TO SMSAPU
           FILE STATUS           IS        WS-FS-APU.
      *----------------------------------------------------------------*
           SELECT RELSMS         ASSIGN TO RELSMS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  SMSPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC X(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *   HISTORICO DA APURACAO DA REGUA PREVENTIVA (VRB838S)          *
      *----------------------------------------------------------------*
       FD  SMSAPU
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-APU.

       01  REG-APU.
           05 APU-DATA-APURACAO            PIC 9(08).
           05 APU-ORIGEM                   PIC X(01).
              88 APU-ORIGEM-ESCOLA                      VALUE 'E'.
              88 APU-ORIGEM-EMPRESTIMO                  VALUE 'L'.
              88 APU-ORIGEM-FATURA                      VALUE 'F'.
           05 APU-CHAVE                    PIC 9(11).
           05 APU-DOCUMENTO                PIC 9(10).
           05 APU-CPF                      PIC 9(11).
           05 APU-DATA-VENCTO              PIC 9(08).
           05 APU-DATA-VENCTO-R REDEFINES APU-DATA-VENCTO.
              10 APU-ANOMES-VENCTO         PIC 9(06).
              10 FILLER                    PIC 9(02).
           05 APU-VALOR                    PIC 9(09)V9(02).
           05 APU-LEMBRADO                 PIC X(01).
              88 APU-LEMBRADO-RECEBIDA                  VALUE 'R'.
              88 APU-LEMBRADO-ENVIADA                   VALUE 'E'.
              88 APU-LEMBRADO-FALHA                     VALUE 'F'.
              88 APU-NAO-LEMBRADO                       VALUE 'N'.
           05 APU-QTDE-SMS                 PIC 9(01).
           05 APU-PAGO                     PIC X(01).
              88 APU-PAGO-EM-DIA                        VALUE 'S'.
           05 FILLER                       PIC X(17).
      *----------------------------------------------------------------*
       FD  RELSMS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-APU                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 MES APURADO                                    *
      *----------------------------------------------------------------*
       77  WS-ANOMES                       PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ACUMULADOS POR ORIGEM (1 ESCOLA, 2 EMPRESTIMO, 3 FATURA,     *
      *   4 TOTAL) E RESULTADO DO LEMBRETE (1 RECEBIDO, 2 ENVIADO,     *
      *   3 FALHA, 4 NAO LEMBRADO)                                     *
      *----------------------------------------------------------------*
       77  WS-ORI                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-GRP                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-APURACAO.
           05 WS-ORI-ITEM                  OCCURS 4 TIMES.
              10 WS-GRP-ITEM               OCCURS 4 TIMES.
                 15 WS-GRP-DOCS            PIC 9(07).
                 15 WS-GRP-PAGOS           PIC 9(07).
       01  WS-TAB-NOME-ORIGEM-X.
           05 FILLER                       PIC X(12) VALUE 'ESCOLA'.
           05 FILLER                       PIC X(12) VALUE 'EMPRESTIMO'.
           05 FILLER                       PIC X(12) VALUE 'FATURA'.
           05 FILLER                       PIC X(12) VALUE 'TOTAL'.
       01  WS-TAB-NOME-ORIGEM REDEFINES    WS-TAB-NOME-ORIGEM-X.
           05 WS-NOME-ORIGEM               PIC X(12) OCCURS 4 TIMES.
       01  WS-TAB-NOME-GRUPO-X.
           05 FILLER                       PIC X(22) VALUE
                  'RECEBIDO'.
           05 FILLER                       PIC X(22) VALUE
                  'ENVIADO S/ CONFIRMACAO'.
           05 FILLER                       PIC X(22) VALUE
                  'FALHA NA ENTREGA'.
           05 FILLER                       PIC X(22) VALUE
                  'NAO LEMBRADO'.
       01  WS-TAB-NOME-GRUPO REDEFINES     WS-TAB-NOME-GRUPO-X.
           05 WS-NOME-GRUPO                PIC X(22) OCCURS 4 TIMES.
      *----------------------------------------------------------------*
      *                 APURACAO                                       *
      *----------------------------------------------------------------*
       77  WS-LIDOS-APU                    PIC 9(07)     VALUE ZEROS.
       77  WS-DOCS-MES                     PIC 9(07)     VALUE ZEROS.
       77  WS-ORIGEM-INVALIDA              PIC 9(07)     VALUE ZEROS.
       77  WS-LEMBR-DOCS                   PIC 9(07)     VALUE ZEROS.
       77  WS-LEMBR-PAGOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
       77  WS-TAXA-LEMBR                   PIC 9(03)V99  VALUE ZEROS.
       77  WS-TAXA-NAO-LEMBR               PIC 9(03)V99  VALUE ZEROS.
       77  WS-DIFERENCA                    PIC S9(03)V99 VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB839S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB839S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELSMS                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'EFETIVIDADE DA REGUA PREVENTIVA SMS - MES:  '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-SECAO.
           05 CABS-TEXTO                   PIC X(80)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-RESULTADO.
           05 FILLER                       PIC X(40)  VALUE
                  ' ORIGEM       LEMBRETE                DO'.
           05 FILLER                       PIC X(40)  VALUE
                  'CUMENTOS      PAGOS  % EM DIA           '.
      *----------------------------------------------------------------*
       01  DET-RESULTADO.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-ORIGEM                  PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-GRUPO                   PIC X(22)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETR-DOCS                    PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETR-PAGOS                   PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETR-TAXA                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COMPARATIVO.
           05 FILLER                       PIC X(40)  VALUE
                  ' ORIGEM       % PAGO EM DIA LEMBRADOS  '.
           05 FILLER                       PIC X(40)  VALUE
                  '% NAO LEMBRADOS  DIFERENCA (P.P.)       '.
      *----------------------------------------------------------------*
       01  DET-COMPARATIVO.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-ORIGEM                  PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(20)  VALUE SPACES.
           05 DETC-TAXA-LEMBR              PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE SPACES.
           05 DETC-TAXA-NAO-LEMBR          PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
           05 DETC-DIFERENCA               PIC ---9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-APU         EQUAL '10'.
           PERFORM 4000-IMPRIME-RESULTADOS
               THRU 4000-99-IMPRIME-RESULTADOS-EXIT.
           PERFORM 5000-IMPRIME-COMPARATIVO
               THRU 5000-99-IMPRIME-COMPARATIVO-EXIT.
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
           INITIALIZE                      WS-TAB-APURACAO.

           OPEN  INPUT                     SMSPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO SMSPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  SMSPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO SMSPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE SMSPARM.

           IF    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MES DO SMSPARM INVALIDO (AAAAMM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES.

           OPEN  INPUT                     SMSAPU.
           IF    WS-FS-APU                 NOT EQUAL  '00'
                 MOVE WS-FS-APU            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO SMSAPU'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELSMS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSMS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1200-LER-SMSAPU   THRU  1200-99-LER-SMSAPU-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1200-LER-SMSAPU                     SECTION.
      *================================================================*
           MOVE '1200-LER-SMSAPU'          TO         WS-CODIGO-AREA.

           READ SMSAPU.

           IF  WS-FS-APU   NOT EQUAL '00'
           AND WS-FS-APU   NOT EQUAL '10'
               MOVE WS-FS-APU              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO SMSAPU'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-APU                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-APU
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-SMSAPU-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * SO ENTRA O DOCUMENTO VENCIDO NO MES APURADO. CADA DOCUMENTO    *
      * SOMA NA SUA ORIGEM E NO TOTAL (LINHA 4).                       *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  APU-ANOMES-VENCTO           NOT EQUAL  WS-ANOMES
               GO TO 2000-50-PROXIMO
           END-IF.

           EVALUATE TRUE
               WHEN APU-ORIGEM-ESCOLA
                   MOVE 1                  TO         WS-ORI
               WHEN APU-ORIGEM-EMPRESTIMO
                   MOVE 2                  TO         WS-ORI
               WHEN APU-ORIGEM-FATURA
                   MOVE 3                  TO         WS-ORI
               WHEN OTHER
                   ADD  1                  TO      WS-ORIGEM-INVALIDA
                   GO TO 2000-50-PROXIMO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN APU-LEMBRADO-RECEBIDA
                   MOVE 1                  TO         WS-GRP
               WHEN APU-LEMBRADO-ENVIADA
                   MOVE 2                  TO         WS-GRP
               WHEN APU-LEMBRADO-FALHA
                   MOVE 3                  TO         WS-GRP
               WHEN OTHER
                   MOVE 4                  TO         WS-GRP
           END-EVALUATE.

           ADD  1                          TO         WS-DOCS-MES.
           ADD  1                     TO  WS-GRP-DOCS (WS-ORI WS-GRP).
           ADD  1                     TO  WS-GRP-DOCS (4 WS-GRP).
           IF  APU-PAGO-EM-DIA
               ADD  1                 TO  WS-GRP-PAGOS (WS-ORI WS-GRP)
               ADD  1                 TO  WS-GRP-PAGOS (4 WS-GRP)
           END-IF.

       2000-50-PROXIMO.
           PERFORM 1200-LER-SMSAPU   THRU  1200-99-LER-SMSAPU-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       4000-IMPRIME-RESULTADOS             SECTION.
      *================================================================*
           MOVE '4000-IMPRIME-RESULTADOS'  TO         WS-CODIGO-AREA.

           MOVE PARM-MES                   TO         CABT-MES.
           MOVE PARM-ANO                   TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.

           MOVE 'DOCUMENTOS VENCIDOS NO MES POR ORIGEM E LEMBRETE'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-RESULTADO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.

           PERFORM 4100-IMPRIME-RESULTADO
               THRU 4100-99-IMPRIME-RESULTADO-EXIT
               VARYING WS-ORI FROM 1 BY 1 UNTIL WS-ORI GREATER 4
                 AFTER WS-GRP FROM 1 BY 1 UNTIL WS-GRP GREATER 4.
      *----------------------------------------------------------------*
       4000-99-IMPRIME-RESULTADOS-EXIT.    EXIT.
      *================================================================*
       4100-IMPRIME-RESULTADO              SECTION.
      *================================================================*
      * O NOME DA ORIGEM SAI SO NA PRIMEIRA LINHA DE CADA ORIGEM.      *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-GRP-DOCS (WS-ORI WS-GRP) GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-GRP-PAGOS (WS-ORI WS-GRP) * 100
                     / WS-GRP-DOCS  (WS-ORI WS-GRP)
           END-IF.

           MOVE SPACES                     TO         DETR-ORIGEM.
           IF  WS-GRP                      EQUAL      1
               MOVE WS-NOME-ORIGEM (WS-ORI) TO        DETR-ORIGEM
           END-IF.
           MOVE WS-NOME-GRUPO (WS-GRP)     TO         DETR-GRUPO.
           MOVE WS-GRP-DOCS  (WS-ORI WS-GRP) TO       DETR-DOCS.
           MOVE WS-GRP-PAGOS (WS-ORI WS-GRP) TO       DETR-PAGOS.
           MOVE WS-TAXA                    TO         DETR-TAXA.
           WRITE REG-REL                   FROM       DET-RESULTADO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
      *----------------------------------------------------------------*
       4100-99-IMPRIME-RESULTADO-EXIT.     EXIT.
      *================================================================*
       5000-IMPRIME-COMPARATIVO            SECTION.
      *================================================================*
           MOVE '5000-IMPRIME-COMPARATIVO' TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.

           MOVE 'LEMBRADOS X NAO LEMBRADOS - % PAGO EM DIA'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-COMPARATIVO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.

           PERFORM 5100-IMPRIME-ORIGEM THRU 5100-99-IMPRIME-ORIGEM-EXIT
               VARYING WS-ORI FROM 1 BY 1 UNTIL WS-ORI GREATER 4.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-COMPARATIVO-EXIT.   EXIT.
      *================================================================*
       5100-IMPRIME-ORIGEM                 SECTION.
      *================================================================*
      * LEMBRADO EH QUEM TEVE AO MENOS UMA MENSAGEM GERADA, MESMO QUE  *
      * A ENTREGA TENHA FALHADO.                                       *
      *----------------------------------------------------------------*
           COMPUTE WS-LEMBR-DOCS  = WS-GRP-DOCS  (WS-ORI 1)
                                  + WS-GRP-DOCS  (WS-ORI 2)
                                  + WS-GRP-DOCS  (WS-ORI 3).
           COMPUTE WS-LEMBR-PAGOS = WS-GRP-PAGOS (WS-ORI 1)
                                  + WS-GRP-PAGOS (WS-ORI 2)
                                  + WS-GRP-PAGOS (WS-ORI 3).

           MOVE ZEROS                      TO         WS-TAXA-LEMBR.
           IF  WS-LEMBR-DOCS               GREATER    ZEROS
               COMPUTE WS-TAXA-LEMBR ROUNDED =
                       WS-LEMBR-PAGOS * 100 / WS-LEMBR-DOCS
           END-IF.

           MOVE ZEROS                      TO      WS-TAXA-NAO-LEMBR.
           IF  WS-GRP-DOCS (WS-ORI 4)      GREATER    ZEROS
               COMPUTE WS-TAXA-NAO-LEMBR ROUNDED =
                       WS-GRP-PAGOS (WS-ORI 4) * 100
                     / WS-GRP-DOCS  (WS-ORI 4)
           END-IF.

           COMPUTE WS-DIFERENCA = WS-TAXA-LEMBR - WS-TAXA-NAO-LEMBR.

           MOVE WS-NOME-ORIGEM (WS-ORI)    TO         DETC-ORIGEM.
           MOVE WS-TAXA-LEMBR              TO         DETC-TAXA-LEMBR.
           MOVE WS-TAXA-NAO-LEMBR          TO      DETC-TAXA-NAO-LEMBR.
           MOVE WS-DIFERENCA               TO         DETC-DIFERENCA.
           WRITE REG-REL                   FROM       DET-COMPARATIVO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
      *----------------------------------------------------------------*
       5100-99-IMPRIME-ORIGEM-EXIT.        EXIT.
      *================================================================*
       8000-FS-RELSMS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELSMS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELSMS-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.

           MOVE 'DOCUMENTOS APURADOS NO MES.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DOCS-MES                TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'REGISTROS COM ORIGEM INVALIDA..........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ORIGEM-INVALIDA         TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELSMS  THRU 8000-99-FS-RELSMS-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE SMSAPU  RELSMS.

           IF  WS-FS-APU                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES APURADO           =    ' WS-ANOMES.
           DISPLAY '* APURACOES LIDAS       =    ' WS-LIDOS-APU.
           DISPLAY '* DOCUMENTOS NO MES     =    ' WS-DOCS-MES.
           DISPLAY '* ORIGEM INVALIDA       =    ' WS-ORIGEM-INVALIDA.
           DISPLAY '* LINHAS NO RELSMS      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-APU              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-LINHAS-REL             TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB839S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
