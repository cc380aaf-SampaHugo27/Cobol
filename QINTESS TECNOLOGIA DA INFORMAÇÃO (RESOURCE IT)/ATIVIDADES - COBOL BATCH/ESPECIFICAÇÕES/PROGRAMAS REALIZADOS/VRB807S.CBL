       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB807S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: APURACAO DIARIA DAS PROMESSAS DE PAGAMENTO DA MESA   *
      * DE COBRANCA. O MASTER PRMMST (GRAVADO PELO VRB754S A CADA      *
      * RESULTADO 'P') EH CRUZADO COM OS PAGAMENTOS DO RETORNO         *
      * BANCARIO DO VRB738S:                                           *
      *   - PROMESSA DE SOCIO (ORIGEM S): SOCIO QUITADO NO RETPAGO     *
      *     ENTRE A DATA DO CONTATO E A DATA PROMETIDA;                *
      *   - PROMESSA DE CLIENTE (ORIGEM C): TITULOS DE EMPRESTIMO      *
      *     LIQUIDADOS NO LOANRET, LIGADOS AO CPF PELO CONTRATO DO     *
      *     LOANMST, SOMADOS NO VALOR PAGO DA PROMESSA.                *
      * PROMESSA ABERTA COM PAGAMENTO QUE COBRE O VALOR PROMETIDO VIRA *
      * 'C' (CUMPRIDA); PROMESSA ABERTA CUJA DATA PROMETIDA, MAIS OS   *
      * DIAS DE TOLERANCIA DO RETORNO (PARGET31 PROMESSA/TOLERANC,     *
      * PADRAO 1 DIA), JA PASSOU VIRA 'Q' (QUEBRADA). O MASTER EH      *
      * REGRAVADO EM PRMMSTN. A QUEBRADA VOLTA AO TOPO DA LISTCHAM     *
      * (VRB705S) E A ABERTA SEGURA O ESCALONAMENTO DE CARTAS DO       *
      * VRB704S.                                                       *
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

           SELECT RETPAGO        ASSIGN TO RETPAGO
           FILE STATUS           IS        WS-FS-PAGO.
      *----------------------------------------------------------------*
           SELECT LOANRET        ASSIGN TO LOANRET
           FILE STATUS           IS        WS-FS-LRT.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT PRMMST         ASSIGN TO PRMMST
           FILE STATUS           IS        WS-FS-PRM.
      *----------------------------------------------------------------*
           SELECT PRMMSTN        ASSIGN TO PRMMSTN
           FILE STATUS           IS        WS-FS-PRMN.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  RETPAGO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PAGO.

       01  REG-PAGO.
           05 PAGO-SOCIO                   PIC 9(06).
           05 PAGO-NOME                    PIC X(30).
           05 PAGO-VALOR                   PIC 9(09)V9(02).
           05 PAGO-DATA                    PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   TITULOS DE EMPRESTIMO LIQUIDADOS NO RETORNO (VRB738S)        *
      *----------------------------------------------------------------*
       FD  LOANRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-LRT.

       01  REG-LRT.
           05 LRT-NOSSO-NUMERO             PIC 9(10).
           05 LRT-CONTRATO                 PIC 9(06).
           05 LRT-VALOR-PAGO               PIC 9(09)V9(02).
           05 LRT-DATA-PAGAMENTO           PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  LOANMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOA.

       01  REG-LOA.
           05 LOA-CONTRATO                 PIC 9(06).
           05 LOA-CPF                      PIC 9(11).
           05 LOA-NOME                     PIC X(30).
           05 LOA-PRINCIPAL                PIC 9(09)V9(02).
           05 LOA-TAXA-MENSAL              PIC 9(02)V9(04).
           05 LOA-QTDE-PARCELAS            PIC 9(03).
           05 LOA-PARCELAS-PAGAS           PIC 9(03).
           05 LOA-VALOR-PARCELA            PIC 9(09)V9(02).
           05 LOA-SITUACAO                 PIC X(01).
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  PRMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-ORIGEM                   PIC X(01).
              88 PRM-ORIGEM-CPF                         VALUE 'C'.
              88 PRM-ORIGEM-SOCIO                       VALUE 'S'.
           05 PRM-CHAVE                    PIC 9(11).
           05 PRM-CPF                      PIC 9(11).
           05 PRM-DATA-CONTATO             PIC 9(08).
           05 PRM-DATA-PROMESSA            PIC 9(08).
           05 PRM-VALOR                    PIC 9(09)V9(02).
           05 PRM-VALOR-PAGO               PIC 9(09)V9(02).
           05 PRM-OPERADOR                 PIC X(08).
           05 PRM-SITUACAO                 PIC X(01).
              88 PRM-SIT-ABERTA                         VALUE 'A'.
              88 PRM-SIT-CUMPRIDA                       VALUE 'C'.
              88 PRM-SIT-QUEBRADA                       VALUE 'Q'.
           05 PRM-DATA-APURACAO            PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  PRMMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRMN.

       01  REG-PRMN.
           05 PRMN-ORIGEM                  PIC X(01).
           05 PRMN-CHAVE                   PIC 9(11).
           05 PRMN-CPF                     PIC 9(11).
           05 PRMN-DATA-CONTATO            PIC 9(08).
           05 PRMN-DATA-PROMESSA           PIC 9(08).
           05 PRMN-VALOR                   PIC 9(09)V9(02).
           05 PRMN-VALOR-PAGO              PIC 9(09)V9(02).
           05 PRMN-OPERADOR                PIC X(08).
           05 PRMN-SITUACAO                PIC X(01).
           05 PRMN-DATA-APURACAO           PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PAGO                      PIC X(02)     VALUE '00'.
       77  WS-FS-LRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRMN                      PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 TABELA DE SOCIOS QUITADOS                      *
      *----------------------------------------------------------------*
       77  WS-QTDE-PAGO                    PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PAGO                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-PAGO.
           05 WS-PAGO-ITEM                 OCCURS 5000 TIMES.
              10 WS-PAGO-SOCIO             PIC 9(06).
              10 WS-PAGO-VALOR             PIC 9(09)V9(02).
              10 WS-PAGO-DATA              PIC 9(08).
      *----------------------------------------------------------------*
      *     TITULOS DE EMPRESTIMO LIQUIDADOS (CPF VEM DO LOANMST)      *
      *----------------------------------------------------------------*
       77  WS-QTDE-LRT                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LRT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-LRT.
           05 WS-LRT-ITEM                  OCCURS 5000 TIMES.
              10 WS-LRT-CONTRATO           PIC 9(06).
              10 WS-LRT-CPF                PIC 9(11).
              10 WS-LRT-VALOR              PIC 9(09)V9(02).
              10 WS-LRT-DATA               PIC 9(08).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PAGO                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-LRT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LRT-SEM-CONTRATO             PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PRM                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PRMN                PIC 9(07)     VALUE ZEROS.
       77  WS-CUMPRIDAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-QUEBRADAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DA PROMESSA CORRENTE                  *
      *----------------------------------------------------------------*
       77  WS-SOCIO-QUITOU                 PIC X(01)     VALUE 'N'.
           88 WS-SOCIO-QUITOU-SIM                        VALUE 'S'.
      *----------------------------------------------------------------*
      *        DATA DO PROCESSAMENTO E LIMITE DA TOLERANCIA            *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-DIAS-TOLERANCIA              PIC 9(03)     VALUE 1.
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
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB807S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB807S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-PRM         EQUAL '10'.
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

           PERFORM 1050-DATA-LIMITE  THRU  1050-99-DATA-LIMITE-EXIT.

           OPEN  INPUT                     RETPAGO.
           IF    WS-FS-PAGO                NOT EQUAL  '00'
                 MOVE WS-FS-PAGO           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO RETPAGO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LE-QUITADO THRU 1100-99-LE-QUITADO-EXIT
                   UNTIL WS-FS-PAGO        EQUAL      '10'.

           CLOSE RETPAGO.

      * TITULOS DE EMPRESTIMO PAGOS NO RETORNO: AUSENTE VALE COMO
      * VAZIO. O CPF DE CADA TITULO VEM DO CONTRATO NO LOANMST.
           OPEN  INPUT                     LOANRET.
           IF    WS-FS-LRT                 EQUAL      '00'
                 PERFORM 1200-CARREGA-LOANRET
                     THRU 1200-99-CARREGA-LOANRET-EXIT
                         UNTIL WS-FS-LRT   EQUAL '10'
                 CLOSE LOANRET
           END-IF.

           IF    WS-QTDE-LRT               GREATER    ZEROS
                 PERFORM 1300-LIGA-CONTRATO
                     THRU 1300-99-LIGA-CONTRATO-EXIT
           END-IF.

           OPEN  INPUT                     PRMMST.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PRMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    PRMMSTN.
           IF    WS-FS-PRMN                NOT EQUAL  '00'
                 MOVE WS-FS-PRMN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO PRMMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-LER-PRMMST   THRU  1500-99-LER-PRMMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-DATA-LIMITE                    SECTION.
      *================================================================*
      * O RETORNO DO BANCO CHEGA DEPOIS DO PAGAMENTO: A PROMESSA SO    *
      * QUEBRA QUANDO A DATA PROMETIDA FICA ANTES DE HOJE MENOS OS     *
      * DIAS DE TOLERANCIA (PARGET31 PROMESSA/TOLERANC; SEM LINHA EM   *
      * VIGOR FICA 1 DIA).                                             *
      *----------------------------------------------------------------*
           MOVE '1050-DATA-LIMITE'         TO         WS-CODIGO-AREA.

           MOVE 'PROMESSA'                 TO         WS-PGT-DOMINIO.
           MOVE 'TOLERANC'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:3)  NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'TOLERANCIA DA PROMESSA NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:3) TO         WS-DIAS-TOLERANCIA
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           MOVE  WS-DATA-HOJE (1:4)        TO         WS-DP-ANO-BASE.
           MOVE  WS-DATA-HOJE (5:2)        TO         WS-DP-MES-BASE.
           MOVE  WS-DATA-HOJE (7:2)        TO         WS-DP-DIA-BASE.
           COMPUTE WS-DP-DIAS-SOMAR = 0 - WS-DIAS-TOLERANCIA.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DA DATA LIMITE DA PROMESSA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO         WS-DATA-LIMITE.
      *----------------------------------------------------------------*
       1050-99-DATA-LIMITE-EXIT.           EXIT.
      *================================================================*
       1100-LE-QUITADO                     SECTION.
      *================================================================*
           READ  RETPAGO.

           IF  WS-FS-PAGO NOT EQUAL '00'
           AND WS-FS-PAGO NOT EQUAL '10'
               MOVE WS-FS-PAGO             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER EXTRATO RETPAGO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAGO                  EQUAL      '00'
               IF  WS-QTDE-PAGO            EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'EXTRATO RETPAGO MAIOR QUE 5000'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-LIDOS-PAGO
               ADD  1                      TO         WS-QTDE-PAGO
               MOVE PAGO-SOCIO      TO  WS-PAGO-SOCIO (WS-QTDE-PAGO)
               MOVE PAGO-VALOR      TO  WS-PAGO-VALOR (WS-QTDE-PAGO)
               MOVE PAGO-DATA       TO  WS-PAGO-DATA  (WS-QTDE-PAGO)
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-QUITADO-EXIT.            EXIT.
      *================================================================*
       1200-CARREGA-LOANRET                SECTION.
      *================================================================*
           READ  LOANRET.
           IF  WS-FS-LRT   NOT EQUAL '00'
           AND WS-FS-LRT   NOT EQUAL '10'
               MOVE WS-FS-LRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER EXTRATO LOANRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LRT                   NOT EQUAL  '00'
               GO TO 1200-99-CARREGA-LOANRET-EXIT
           END-IF.

           IF  WS-QTDE-LRT                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 TITULOS NO LOANRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-LIDOS-LRT.
           ADD  1                          TO         WS-QTDE-LRT.
           MOVE LRT-CONTRATO       TO  WS-LRT-CONTRATO (WS-QTDE-LRT).
           MOVE ZEROS              TO  WS-LRT-CPF      (WS-QTDE-LRT).
           MOVE LRT-VALOR-PAGO     TO  WS-LRT-VALOR    (WS-QTDE-LRT).
           MOVE LRT-DATA-PAGAMENTO TO  WS-LRT-DATA     (WS-QTDE-LRT).
      *----------------------------------------------------------------*
       1200-99-CARREGA-LOANRET-EXIT.       EXIT.
      *================================================================*
       1300-LIGA-CONTRATO                  SECTION.
      *================================================================*
      * PASSA O LOANMST UMA VEZ E GRAVA O CPF DO CONTRATO EM CADA      *
      * TITULO LIQUIDADO. TITULO SEM CONTRATO NO MASTER FICA COM CPF   *
      * ZERADO E NAO CASA COM NENHUMA PROMESSA.                        *
      *----------------------------------------------------------------*
           MOVE '1300-LIGA-CONTRATO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-LOANMST THRU 1350-99-LE-LOANMST-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.

           PERFORM VARYING WS-IND-LRT FROM 1 BY 1
                   UNTIL WS-IND-LRT GREATER WS-QTDE-LRT
               IF  WS-LRT-CPF (WS-IND-LRT) EQUAL      ZEROS
                   ADD 1                   TO     WS-LRT-SEM-CONTRATO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       1300-99-LIGA-CONTRATO-EXIT.         EXIT.
      *================================================================*
       1350-LE-LOANMST                     SECTION.
      *================================================================*
           READ  LOANMST.

           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-LOA                   EQUAL      '00'
               PERFORM VARYING WS-IND-LRT FROM 1 BY 1
                       UNTIL WS-IND-LRT GREATER WS-QTDE-LRT
                   IF  WS-LRT-CONTRATO (WS-IND-LRT) EQUAL LOA-CONTRATO
                       MOVE LOA-CPF    TO  WS-LRT-CPF (WS-IND-LRT)
                   END-IF
               END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       1350-99-LE-LOANMST-EXIT.            EXIT.
      *================================================================*
       1500-LER-PRMMST                     SECTION.
      *================================================================*
           MOVE '1500-LER-PRMMST'          TO         WS-CODIGO-AREA.

           READ PRMMST.

           IF  WS-FS-PRM   NOT EQUAL '00'
           AND WS-FS-PRM   NOT EQUAL '10'
               MOVE WS-FS-PRM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PRM                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PRM
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-PRMMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * SO A PROMESSA ABERTA EH APURADA; CUMPRIDA E QUEBRADA PASSAM    *
      * DIRETO PARA O PRMMSTN (HISTORICO DA TAXA DO VRB808S).          *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE REG-PRM                    TO         REG-PRMN.

           IF  NOT PRM-SIT-ABERTA
               GO TO 2000-50-PROXIMA
           END-IF.

           MOVE 'N'                        TO         WS-SOCIO-QUITOU.
           IF  PRM-ORIGEM-SOCIO
               PERFORM 2100-PAGAMENTO-SOCIO
                   THRU 2100-99-PAGAMENTO-SOCIO-EXIT
           ELSE
               PERFORM 2200-PAGAMENTO-CLIENTE
                   THRU 2200-99-PAGAMENTO-CLIENTE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOCIO-QUITOU-SIM
               WHEN PRMN-VALOR-PAGO    NOT LESS       PRMN-VALOR
                   MOVE 'C'                TO         PRMN-SITUACAO
                   MOVE WS-DATA-HOJE       TO         PRMN-DATA-APURACAO
                   ADD  1                  TO         WS-CUMPRIDAS
               WHEN PRM-DATA-PROMESSA      LESS       WS-DATA-LIMITE
                   MOVE 'Q'                TO         PRMN-SITUACAO
                   MOVE WS-DATA-HOJE       TO         PRMN-DATA-APURACAO
                   ADD  1                  TO         WS-QUEBRADAS
               WHEN OTHER
                   ADD  1                  TO         WS-PENDENTES
           END-EVALUATE.

       2000-50-PROXIMA.
           WRITE REG-PRMN.
           IF  WS-FS-PRMN                  NOT EQUAL  '00'
               MOVE WS-FS-PRMN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO PRMMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-PRMN.

           PERFORM 1500-LER-PRMMST   THRU  1500-99-LER-PRMMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-PAGAMENTO-SOCIO                SECTION.
      *================================================================*
      * O RETPAGO SO TRAZ SOCIO QUE QUITOU O DEBITO: DENTRO DA JANELA  *
      * DA PROMESSA (CONTATO ATE DATA PROMETIDA) ELA ESTA CUMPRIDA.    *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IND-PAGO FROM 1 BY 1
                   UNTIL WS-IND-PAGO GREATER WS-QTDE-PAGO
               IF  WS-PAGO-SOCIO (WS-IND-PAGO) EQUAL  PRM-CHAVE
               AND WS-PAGO-DATA  (WS-IND-PAGO) NOT LESS
                   PRM-DATA-CONTATO
               AND WS-PAGO-DATA  (WS-IND-PAGO) NOT GREATER
                   PRM-DATA-PROMESSA
                   ADD  WS-PAGO-VALOR (WS-IND-PAGO)
                                           TO         PRMN-VALOR-PAGO
                   SET  WS-SOCIO-QUITOU-SIM TO        TRUE
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2100-99-PAGAMENTO-SOCIO-EXIT.       EXIT.
      *================================================================*
       2200-PAGAMENTO-CLIENTE              SECTION.
      *================================================================*
      * TITULOS DE EMPRESTIMO DO CPF PAGOS DENTRO DA JANELA SOMAM NO   *
      * VALOR PAGO, QUE SE ACUMULA NO MASTER DE UM DIA PARA OUTRO.     *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IND-LRT FROM 1 BY 1
                   UNTIL WS-IND-LRT GREATER WS-QTDE-LRT
               IF  WS-LRT-CPF  (WS-IND-LRT) EQUAL     PRM-CHAVE
               AND WS-LRT-DATA (WS-IND-LRT) NOT LESS  PRM-DATA-CONTATO
               AND WS-LRT-DATA (WS-IND-LRT) NOT GREATER
                   PRM-DATA-PROMESSA
                   ADD  WS-LRT-VALOR (WS-IND-LRT)
                                           TO         PRMN-VALOR-PAGO
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2200-99-PAGAMENTO-CLIENTE-EXIT.     EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE PRMMST  PRMMSTN.

           IF  WS-FS-PRM                   NOT EQUAL  '00'
           OR  WS-FS-PRMN                  NOT EQUAL  '00'
               MOVE WS-FS-PRMN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* QUITADOS NO RETPAGO   =    ' WS-LIDOS-PAGO.
           DISPLAY '* TITULOS NO LOANRET    =    ' WS-LIDOS-LRT.
           DISPLAY '* TITULOS SEM CONTRATO  =    ' WS-LRT-SEM-CONTRATO.
           DISPLAY '* PROMESSAS LIDAS       =    ' WS-LIDOS-PRM.
           DISPLAY '* PROMESSAS CUMPRIDAS   =    ' WS-CUMPRIDAS.
           DISPLAY '* PROMESSAS QUEBRADAS   =    ' WS-QUEBRADAS.
           DISPLAY '* PROMESSAS EM ABERTO   =    ' WS-PENDENTES.
           DISPLAY '* GRAVADAS NO PRMMSTN   =    ' WS-GRAVADOS-PRMN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-PRM              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-PRMN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB807S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
