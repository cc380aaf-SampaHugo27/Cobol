       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB849S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: GERAR DIARIAMENTE O ARQUIVO DE ACESSO DA PORTARIA DO *
      * CLUBE (ACESSO), COM UMA LINHA PARA CADA SOCIO TITULAR DO       *
      * CADSOC1 E PARA CADA DEPENDENTE DO DEPMST (VRB847S), COM A      *
      * SITUACAO DE ENTRADA:                                           *
      *   B - BLOQUEADO: PREJUIZO BAIXADO NO PREJMST (VRB759S) OU      *
      *       CODIGO DE PAGAMENTO 9 NO CADSOC1;                        *
      *   L - LIBERADO: ACORDO VIGENTE DO ACDMST (VRB739S) SEM PARCELA *
      *       EM ATRASO MANTEM O SOCIO LIBERADO MESMO COM CODIGO 2;    *
      *   S - SUSPENSO: CODIGO 2 COM SALDO DEVEDOR E DATA DE           *
      *       PROCESSAMENTO ALEM DO VENCIMENTO DO CICLO + CARENCIA;    *
      *   L - LIBERADO NOS DEMAIS CASOS (EM DIA OU DENTRO DA CARENCIA).*
      * O DEPENDENTE HERDA A SITUACAO DO TITULAR. DEPENDENTE JA        *
      * CONVERTIDO EM SOCIO (SITUACAO 'C', OU 'L' COM CONVERSAO        *
      * VENCIDA) NAO SAI NA LISTA - ENTRA PELO PROPRIO NUMERO DE SOCIO.*
      * PARAMETRO PORPARM: VENCIMENTO DO CICLO, DIAS CORRIDOS DE       *
      * CARENCIA (ROTINA VRB670S) E DATA DE PROCESSAMENTO (ZEROS =     *
      * DATA DO SISTEMA). A CARENCIA VALE TAMBEM PARA AS PARCELAS DO   *
      * ACORDO.                                                        *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          DEPENDENTE COM SITUACAO 'C'  *
      *                                   (CONVERTIDO EM SOCIO PELO    *
      *                                   VRB737S) FORA DA LISTA       *
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

           SELECT PORPARM        ASSIGN TO PORPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-DPM.
      *----------------------------------------------------------------*
           SELECT ACDMST         ASSIGN TO ACDMST
           FILE STATUS           IS        WS-FS-ACD.
      *----------------------------------------------------------------*
           SELECT PREJMST        ASSIGN TO PREJMST
           FILE STATUS           IS        WS-FS-PRE.
      *----------------------------------------------------------------*
           SELECT ACESSO         ASSIGN TO ACESSO
           FILE STATUS           IS        WS-FS-ACS.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PORPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-DATA-VENCTO             PIC 9(08).
           05 PARM-CARENCIA-DIAS           PIC 9(03).
           05 PARM-DATA-PROCESSA           PIC 9(08).
           05 FILLER                       PIC X(61).
      *----------------------------------------------------------------*
       FD  CADSOC1
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SOC.

       01  REG-SOC.
           05 CODIGO-PAGAMENTO1            PIC 9(02).
           05 NUMERO-SOCIO1                PIC 9(06).
           05 NOME-SOCIO1                  PIC X(30).
           05 VALOR-PAGAMENTO1             PIC 9(09)V9(02).
           05 VALOR-PAGO-PARCIAL1          PIC 9(09)V9(02).
      *----------------------------------------------------------------*
       FD  DEPMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-DPM.

       01  REG-DPM.
           05 DPM-SOCIO                    PIC 9(06).
           05 DPM-SEQ                      PIC 9(02).
           05 DPM-NOME                     PIC X(30).
           05 DPM-CPF                      PIC 9(11).
           05 DPM-PARENTESCO               PIC X(01).
           05 DPM-DATA-NASCTO              PIC 9(08).
           05 DPM-SITUACAO                 PIC X(01).
              88 DPM-SIT-LIMITE                         VALUE 'L'.
              88 DPM-SIT-CONVERTIDO                     VALUE 'C'.
           05 DPM-DATA-CONVERSAO           PIC 9(08).
           05 FILLER                       PIC X(33).
      *----------------------------------------------------------------*
       FD  ACDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 270 CHARACTERS
           DATA RECORD IS       REG-ACD.

       01  REG-ACD.
           05 ACD-SOCIO                    PIC 9(06).
           05 ACD-TOTAL                    PIC 9(09)V9(02).
           05 ACD-QTDE-PARCELAS            PIC 9(02).
           05 ACD-SITUACAO                 PIC X(01).
              88 ACD-VIGENTE                            VALUE 'V'.
           05 ACD-PARC-OCR                 OCCURS 12 TIMES.
              10 ACD-PARC-VENCTO           PIC 9(08).
              10 ACD-PARC-VALOR            PIC 9(09)V9(02).
              10 ACD-PARC-SIT              PIC X(01).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  PREJMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRE.

       01  REG-PRE.
           05 PRE-SOCIO                    PIC 9(06).
           05 PRE-NOME                     PIC X(30).
           05 PRE-VALOR-BAIXADO            PIC 9(09)V9(02).
           05 PRE-DATA-BAIXA               PIC 9(08).
           05 PRE-ESTAGIO-ORIGEM           PIC 9(01).
           05 PRE-SITUACAO                 PIC X(01).
              88 PRE-SIT-BAIXADA                        VALUE 'B'.
           05 PRE-VALOR-RECUPERADO         PIC 9(09)V9(02).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       FD  ACESSO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ACS.

       01  REG-ACS.
           05 ACS-SOCIO                    PIC 9(06).
           05 ACS-SEQ                      PIC 9(02).
           05 ACS-NOME                     PIC X(30).
           05 ACS-TIPO                     PIC X(01).
              88 ACS-TITULAR                            VALUE 'T'.
              88 ACS-DEPENDENTE                         VALUE 'D'.
           05 ACS-STATUS                   PIC X(01).
              88 ACS-LIBERADO                           VALUE 'L'.
              88 ACS-SUSPENSO                           VALUE 'S'.
              88 ACS-BLOQUEADO                          VALUE 'B'.
           05 ACS-MOTIVO                   PIC X(20).
           05 ACS-DATA-GERACAO             PIC 9(08).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-DPM                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACD                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRE                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACS                       PIC X(02)     VALUE '00'.
       77  WS-DPM-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SOC                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-DPM                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ACS                 PIC 9(07)     VALUE ZEROS.
       77  WS-LIBERADOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-SUSPENSOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-BLOQUEADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-DEPENDENTES                  PIC 9(07)     VALUE ZEROS.
       77  WS-DEP-CONVERTIDOS              PIC 9(07)     VALUE ZEROS.
       77  WS-DEP-SEM-SOCIO                PIC 9(07)     VALUE ZEROS.
       77  WS-ACORDOS-EM-DIA               PIC 9(07)     VALUE ZEROS.
       77  WS-ACORDOS-ATRASO               PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS E SITUACAO APURADA                       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-STATUS-SOCIO                 PIC X(01)     VALUE SPACES.
       77  WS-MOTIVO-SOCIO                 PIC X(20)     VALUE SPACES.
       77  WS-ACHOU                        PIC X(01)     VALUE 'N'.
       77  WS-PARC-ATRASO                  PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *     TABELAS DE ACORDOS EM DIA (ACDMST) E BAIXADOS (PREJMST)    *
      *----------------------------------------------------------------*
       77  WS-QTDE-ACD                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-QTDE-PRE                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PARC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-ACD.
           05 WS-ACD-SOCIO                 PIC 9(06)
                                           OCCURS 5000 TIMES.
       01  WS-TAB-PRE.
           05 WS-PRE-SOCIO                 PIC 9(06)
                                           OCCURS 5000 TIMES.
      *----------------------------------------------------------------*
      *             ROTINA DE CALENDARIO (DIAS CORRIDOS)               *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-670-PARM.
           05  WS-670-DATA-BASE            PIC 9(08).
           05  WS-670-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-670-DATA-RESULTADO       PIC 9(08).
           05  WS-670-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB849S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB849S'.
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
                   UNTIL WS-FS-SOC         EQUAL '10'.
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

           OPEN  INPUT                     PORPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PORPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  PORPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PORPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE PORPARM.

           IF    PARM-CARENCIA-DIAS        NOT NUMERIC
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'CARENCIA INVALIDA NO PORPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF    PARM-DATA-PROCESSA        NUMERIC
           AND   PARM-DATA-PROCESSA        GREATER    ZEROS
                 MOVE PARM-DATA-PROCESSA   TO         WS-DATA-HOJE
           ELSE
                 ACCEPT WS-DATA-HOJE       FROM       DATE YYYYMMDD
           END-IF.

      *    LIMITE DO CICLO: VENCIMENTO + CARENCIA EM DIAS CORRIDOS
           MOVE PARM-DATA-VENCTO           TO         WS-670-DATA-BASE.
           MOVE PARM-CARENCIA-DIAS         TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA DE VENCIMENTO INVALIDA NO PORPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-670-DATA-RESULTADO      TO         WS-DATA-LIMITE.

           PERFORM 1100-CARREGA-ACDMST
               THRU 1100-99-CARREGA-ACDMST-EXIT.
           PERFORM 1300-CARREGA-PREJMST
               THRU 1300-99-CARREGA-PREJMST-EXIT.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-DPM                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-DPM
           ELSE
           IF    WS-FS-DPM                 NOT EQUAL  '00'
                 MOVE WS-FS-DPM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           ELSE
                 MOVE 'S'                  TO         WS-DPM-ABERTO
           END-IF
           END-IF.

           OPEN  OUTPUT                    ACESSO.
           IF    WS-FS-ACS                 NOT EQUAL  '00'
                 MOVE WS-FS-ACS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ACESSO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-LER-CADSOC1  THRU  1500-99-LER-CADSOC1-EXIT.
           IF  WS-FS-DPM                   NOT EQUAL  '10'
               PERFORM 1600-LER-DEPMST THRU 1600-99-LER-DEPMST-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-ACDMST                 SECTION.
      *================================================================*
      * GUARDA OS SOCIOS COM ACORDO VIGENTE EM DIA: NENHUMA PARCELA    *
      * NAO PAGA COM VENCIMENTO + CARENCIA ANTERIOR A DATA DE          *
      * PROCESSAMENTO. SEM ACDMST (35) NINGUEM TEM ACORDO.             *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-ACDMST'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ACDMST.
           IF    WS-FS-ACD                 EQUAL      '35'
                 GO TO 1100-99-CARREGA-ACDMST-EXIT
           END-IF.
           IF    WS-FS-ACD                 NOT EQUAL  '00'
                 MOVE WS-FS-ACD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO ACDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-ACDMST THRU 1150-99-LE-ACDMST-EXIT
                   UNTIL WS-FS-ACD         EQUAL      '10'.

           CLOSE ACDMST.
      *----------------------------------------------------------------*
       1100-99-CARREGA-ACDMST-EXIT.        EXIT.
      *================================================================*
       1150-LE-ACDMST                      SECTION.
      *================================================================*
           READ  ACDMST.
           IF  WS-FS-ACD   NOT EQUAL '00'
           AND WS-FS-ACD   NOT EQUAL '10'
               MOVE WS-FS-ACD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO ACDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-ACD                   NOT EQUAL  '00'
           OR  NOT ACD-VIGENTE
               GO TO 1150-99-LE-ACDMST-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-PARC-ATRASO.
           PERFORM 1200-EXAMINA-PARCELA
              THRU 1200-99-EXAMINA-PARCELA-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL   WS-IND-PARC GREATER ACD-QTDE-PARCELAS
                   OR      WS-IND-PARC GREATER 12
                   OR      WS-PARC-ATRASO  EQUAL 'S'.

           IF  WS-PARC-ATRASO              EQUAL      'S'
               ADD  1                      TO         WS-ACORDOS-ATRASO
               GO TO 1150-99-LE-ACDMST-EXIT
           END-IF.

           IF  WS-QTDE-ACD                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA DE ACORDOS CHEIA (5000)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-ACD.
           MOVE ACD-SOCIO          TO  WS-ACD-SOCIO (WS-QTDE-ACD).
           ADD  1                          TO         WS-ACORDOS-EM-DIA.
      *----------------------------------------------------------------*
       1150-99-LE-ACDMST-EXIT.             EXIT.
      *================================================================*
       1200-EXAMINA-PARCELA                SECTION.
      *================================================================*
           IF  ACD-PARC-SIT (WS-IND-PARC)  EQUAL      'P'
           OR  ACD-PARC-VENCTO (WS-IND-PARC) NOT LESS WS-DATA-HOJE
               GO TO 1200-99-EXAMINA-PARCELA-EXIT
           END-IF.

           MOVE ACD-PARC-VENCTO (WS-IND-PARC) TO      WS-670-DATA-BASE.
           MOVE PARM-CARENCIA-DIAS         TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              EQUAL      'N'
           OR  WS-670-DATA-RESULTADO       LESS       WS-DATA-HOJE
               MOVE 'S'                    TO         WS-PARC-ATRASO
           END-IF.
      *----------------------------------------------------------------*
       1200-99-EXAMINA-PARCELA-EXIT.       EXIT.
      *================================================================*
       1300-CARREGA-PREJMST                SECTION.
      *================================================================*
      * GUARDA OS SOCIOS COM PREJUIZO AINDA BAIXADO (SITUACAO 'B').    *
      * O SOCIO QUE RECUPEROU A DIVIDA ('R') NAO FICA BLOQUEADO.       *
      *----------------------------------------------------------------*
           MOVE '1300-CARREGA-PREJMST'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PREJMST.
           IF    WS-FS-PRE                 EQUAL      '35'
                 GO TO 1300-99-CARREGA-PREJMST-EXIT
           END-IF.
           IF    WS-FS-PRE                 NOT EQUAL  '00'
                 MOVE WS-FS-PRE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO PREJMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-PREJMST THRU 1350-99-LE-PREJMST-EXIT
                   UNTIL WS-FS-PRE         EQUAL      '10'.

           CLOSE PREJMST.
      *----------------------------------------------------------------*
       1300-99-CARREGA-PREJMST-EXIT.       EXIT.
      *================================================================*
       1350-LE-PREJMST                     SECTION.
      *================================================================*
           READ  PREJMST.
           IF  WS-FS-PRE   NOT EQUAL '00'
           AND WS-FS-PRE   NOT EQUAL '10'
               MOVE WS-FS-PRE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO PREJMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PRE                   EQUAL      '00'
           AND PRE-SIT-BAIXADA
               IF  WS-QTDE-PRE             EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TABELA DE PREJUIZOS CHEIA (5000)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-PRE
               MOVE PRE-SOCIO      TO  WS-PRE-SOCIO (WS-QTDE-PRE)
           END-IF.
      *----------------------------------------------------------------*
       1350-99-LE-PREJMST-EXIT.            EXIT.
      *================================================================*
       1500-LER-CADSOC1                    SECTION.
      *================================================================*
           MOVE '1500-LER-CADSOC1'         TO         WS-CODIGO-AREA.

           READ CADSOC1.

           IF  WS-FS-SOC   NOT EQUAL '00'
           AND WS-FS-SOC   NOT EQUAL '10'
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SOC                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SOC
           END-IF.
      *----------------------------------------------------------------*
       1500-99-LER-CADSOC1-EXIT.           EXIT.
      *================================================================*
       1600-LER-DEPMST                     SECTION.
      *================================================================*
           MOVE '1600-LER-DEPMST'          TO         WS-CODIGO-AREA.

           READ DEPMST.

           IF  WS-FS-DPM   NOT EQUAL '00'
           AND WS-FS-DPM   NOT EQUAL '10'
               MOVE WS-FS-DPM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-DPM                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-DPM
           END-IF.
      *----------------------------------------------------------------*
       1600-99-LER-DEPMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * CADSOC1 E DEPMST VEM ORDENADOS POR SOCIO: O TITULAR SAI        *
      * PRIMEIRO E OS DEPENDENTES DO MESMO NUMERO EM SEGUIDA, COM A    *
      * MESMA SITUACAO. DEPENDENTE DE SOCIO QUE NAO ESTA NO CADSOC1 E  *
      * DESPREZADO E CONTADO NO RESUMO.                                *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           PERFORM 2100-APURA-STATUS THRU 2100-99-APURA-STATUS-EXIT.

           MOVE SPACES                     TO         REG-ACS.
           MOVE NUMERO-SOCIO1              TO         ACS-SOCIO.
           MOVE ZEROS                      TO         ACS-SEQ.
           MOVE NOME-SOCIO1                TO         ACS-NOME.
           MOVE 'T'                        TO         ACS-TIPO.
           PERFORM 2500-GRAVA-ACESSO THRU 2500-99-GRAVA-ACESSO-EXIT.

           PERFORM 2300-DESPREZA-DEPENDENTE
              THRU 2300-99-DESPREZA-DEPENDENTE-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'
                   OR    DPM-SOCIO     NOT LESS       NUMERO-SOCIO1.

           PERFORM 2400-LISTA-DEPENDENTE
              THRU 2400-99-LISTA-DEPENDENTE-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'
                   OR    DPM-SOCIO     NOT EQUAL      NUMERO-SOCIO1.

           PERFORM 1500-LER-CADSOC1  THRU  1500-99-LER-CADSOC1-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-APURA-STATUS                   SECTION.
      *================================================================*
           MOVE '2100-APURA-STATUS'        TO         WS-CODIGO-AREA.

           MOVE 'N'                        TO         WS-ACHOU.
           PERFORM 2110-PROCURA-PREJUIZO
              THRU 2110-99-PROCURA-PREJUIZO-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL   WS-IND GREATER WS-QTDE-PRE
                   OR      WS-ACHOU    EQUAL  'S'.

           IF  WS-ACHOU                    EQUAL      'S'
           OR  CODIGO-PAGAMENTO1           EQUAL      9
               MOVE 'B'                    TO         WS-STATUS-SOCIO
               MOVE 'PREJUIZO BAIXADO'     TO         WS-MOTIVO-SOCIO
               GO TO 2100-99-APURA-STATUS-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-ACHOU.
           PERFORM 2120-PROCURA-ACORDO
              THRU 2120-99-PROCURA-ACORDO-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL   WS-IND GREATER WS-QTDE-ACD
                   OR      WS-ACHOU    EQUAL  'S'.

           IF  WS-ACHOU                    EQUAL      'S'
               MOVE 'L'                    TO         WS-STATUS-SOCIO
               MOVE 'ACORDO EM DIA'        TO         WS-MOTIVO-SOCIO
               GO TO 2100-99-APURA-STATUS-EXIT
           END-IF.

           MOVE 'L'                        TO         WS-STATUS-SOCIO.
           MOVE 'EM DIA'                   TO         WS-MOTIVO-SOCIO.
           IF  CODIGO-PAGAMENTO1           NOT EQUAL  2
           OR  VALOR-PAGO-PARCIAL1     NOT LESS       VALOR-PAGAMENTO1
               GO TO 2100-99-APURA-STATUS-EXIT
           END-IF.

           IF  WS-DATA-HOJE                GREATER    WS-DATA-LIMITE
               MOVE 'S'                    TO         WS-STATUS-SOCIO
               MOVE 'ATRASO APOS CARENCIA' TO         WS-MOTIVO-SOCIO
           ELSE
               MOVE 'EM CARENCIA'          TO         WS-MOTIVO-SOCIO
           END-IF.
      *----------------------------------------------------------------*
       2100-99-APURA-STATUS-EXIT.          EXIT.
      *================================================================*
       2110-PROCURA-PREJUIZO               SECTION.
      *================================================================*
           IF  WS-PRE-SOCIO (WS-IND)       EQUAL      NUMERO-SOCIO1
               MOVE 'S'                    TO         WS-ACHOU
           END-IF.
      *----------------------------------------------------------------*
       2110-99-PROCURA-PREJUIZO-EXIT.      EXIT.
      *================================================================*
       2120-PROCURA-ACORDO                 SECTION.
      *================================================================*
           IF  WS-ACD-SOCIO (WS-IND)       EQUAL      NUMERO-SOCIO1
               MOVE 'S'                    TO         WS-ACHOU
           END-IF.
      *----------------------------------------------------------------*
       2120-99-PROCURA-ACORDO-EXIT.        EXIT.
      *================================================================*
       2300-DESPREZA-DEPENDENTE            SECTION.
      *================================================================*
           ADD  1                          TO         WS-DEP-SEM-SOCIO.
           PERFORM 1600-LER-DEPMST   THRU  1600-99-LER-DEPMST-EXIT.
      *----------------------------------------------------------------*
       2300-99-DESPREZA-DEPENDENTE-EXIT.   EXIT.
      *================================================================*
       2400-LISTA-DEPENDENTE               SECTION.
      *================================================================*
      * A SEQUENCIA 00 EH O PROPRIO TITULAR, JA LISTADO PELO CADSOC1.  *
      *----------------------------------------------------------------*
           MOVE '2400-LISTA-DEPENDENTE'    TO         WS-CODIGO-AREA.

           IF  DPM-SEQ                     EQUAL      ZEROS
               GO TO 2400-50-PROXIMO
           END-IF.

           IF  DPM-SIT-CONVERTIDO
               ADD  1                      TO         WS-DEP-CONVERTIDOS
               GO TO 2400-50-PROXIMO
           END-IF.

           IF  DPM-SIT-LIMITE
           AND DPM-DATA-CONVERSAO          GREATER    ZEROS
           AND DPM-DATA-CONVERSAO      NOT GREATER    WS-DATA-HOJE
               ADD  1                      TO         WS-DEP-CONVERTIDOS
               GO TO 2400-50-PROXIMO
           END-IF.

           MOVE SPACES                     TO         REG-ACS.
           MOVE DPM-SOCIO                  TO         ACS-SOCIO.
           MOVE DPM-SEQ                    TO         ACS-SEQ.
           MOVE DPM-NOME                   TO         ACS-NOME.
           MOVE 'D'                        TO         ACS-TIPO.
           PERFORM 2500-GRAVA-ACESSO THRU 2500-99-GRAVA-ACESSO-EXIT.
           ADD  1                          TO         WS-DEPENDENTES.

       2400-50-PROXIMO.
           PERFORM 1600-LER-DEPMST   THRU  1600-99-LER-DEPMST-EXIT.
      *----------------------------------------------------------------*
       2400-99-LISTA-DEPENDENTE-EXIT.      EXIT.
      *================================================================*
       2500-GRAVA-ACESSO                   SECTION.
      *================================================================*
           MOVE WS-STATUS-SOCIO            TO         ACS-STATUS.
           MOVE WS-MOTIVO-SOCIO            TO         ACS-MOTIVO.
           MOVE WS-DATA-HOJE               TO         ACS-DATA-GERACAO.
           WRITE REG-ACS.

           IF  WS-FS-ACS                   NOT EQUAL  '00'
               MOVE WS-FS-ACS              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO ACESSO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-ACS.
           EVALUATE TRUE
               WHEN ACS-BLOQUEADO
                    ADD 1                  TO         WS-BLOQUEADOS
               WHEN ACS-SUSPENSO
                    ADD 1                  TO         WS-SUSPENSOS
               WHEN OTHER
                    ADD 1                  TO         WS-LIBERADOS
           END-EVALUATE.
      *----------------------------------------------------------------*
       2500-99-GRAVA-ACESSO-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

      *    DEPENDENTES QUE SOBRARAM NAO TEM SOCIO NO CADSOC1
           PERFORM 2300-DESPREZA-DEPENDENTE
              THRU 2300-99-DESPREZA-DEPENDENTE-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'.

           CLOSE CADSOC1  ACESSO.
           IF  WS-DPM-ABERTO               EQUAL      'S'
               CLOSE DEPMST
           END-IF.

           IF  WS-FS-ACS                   NOT EQUAL  '00'
               MOVE WS-FS-ACS              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO ARQUIVO ACESSO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* DATA DE PROCESSAMENTO =    ' WS-DATA-HOJE.
           DISPLAY '* LIMITE DA CARENCIA    =    ' WS-DATA-LIMITE.
           DISPLAY '* SOCIOS LIDOS CADSOC1  =    ' WS-LIDOS-SOC.
           DISPLAY '* DEPENDENTES LIDOS     =    ' WS-LIDOS-DPM.
           DISPLAY '* ACORDOS EM DIA        =    ' WS-ACORDOS-EM-DIA.
           DISPLAY '* ACORDOS EM ATRASO     =    ' WS-ACORDOS-ATRASO.
           DISPLAY '* GRAVADOS EM ACESSO    =    ' WS-GRAVADOS-ACS.
           DISPLAY '*   DEPENDENTES         =    ' WS-DEPENDENTES.
           DISPLAY '*   LIBERADOS           =    ' WS-LIBERADOS.
           DISPLAY '*   SUSPENSOS           =    ' WS-SUSPENSOS.
           DISPLAY '*   BLOQUEADOS          =    ' WS-BLOQUEADOS.
           DISPLAY '* DEPEND. JA CONVERTIDOS=    ' WS-DEP-CONVERTIDOS.
           DISPLAY '* DEPEND. SEM SOCIO     =    ' WS-DEP-SEM-SOCIO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-SOC              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-ACS           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB849S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
