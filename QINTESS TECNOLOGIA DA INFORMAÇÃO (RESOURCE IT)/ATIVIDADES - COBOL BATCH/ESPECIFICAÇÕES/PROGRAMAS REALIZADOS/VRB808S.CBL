       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB808S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO SEMANAL DA TAXA DE CUMPRIMENTO DAS         *
      * PROMESSAS DE PAGAMENTO POR COBRADOR (OPERADOR DA MESA).        *
      * LE O MASTER PRMMST JA APURADO PELO VRB807S E CONSIDERA AS      *
      * PROMESSAS CUJA DATA PROMETIDA CAIU NOS 7 DIAS ANTERIORES AO    *
      * PROCESSAMENTO. CLASSIFICA POR OPERADOR E IMPRIME NO RELPRM,    *
      * POR COBRADOR: PROMESSAS, CUMPRIDAS, QUEBRADAS, AINDA EM        *
      * APURACAO (DENTRO DA TOLERANCIA DO RETORNO) E A TAXA DE         *
      * CUMPRIMENTO SOBRE AS JA DECIDIDAS (CUMPRIDAS + QUEBRADAS).     *
      * RODA UMA VEZ POR SEMANA PELA GRADE DO VRB773S (SCHMST).        *
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

           SELECT PRMMST         ASSIGN TO PRMMST
           FILE STATUS           IS        WS-FS-PRM.
      *----------------------------------------------------------------*
           SELECT PRMWK          ASSIGN TO PRMWK.
      *----------------------------------------------------------------*
           SELECT PRMWRK         ASSIGN TO PRMWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT RELPRM         ASSIGN TO RELPRM
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-ORIGEM                   PIC X(01).
           05 PRM-CHAVE                    PIC 9(11).
           05 PRM-CPF                      PIC 9(11).
           05 PRM-DATA-CONTATO             PIC 9(08).
           05 PRM-DATA-PROMESSA            PIC 9(08).
           05 PRM-VALOR                    PIC 9(09)V9(02).
           05 PRM-VALOR-PAGO               PIC 9(09)V9(02).
           05 PRM-OPERADOR                 PIC X(08).
           05 PRM-SITUACAO                 PIC X(01).
           05 PRM-DATA-APURACAO            PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       SD  PRMWK.

       01  REG-PRMWK.
           05 PW-OPERADOR                  PIC X(08).
           05 PW-SITUACAO                  PIC X(01).
           05 PW-VALOR                     PIC 9(09)V9(02).
           05 PW-VALOR-PAGO                PIC 9(09)V9(02).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  PRMWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-OPERADOR                 PIC X(08).
           05 WRK-SITUACAO                 PIC X(01).
              88 WRK-SIT-CUMPRIDA                       VALUE 'C'.
              88 WRK-SIT-QUEBRADA                       VALUE 'Q'.
           05 WRK-VALOR                    PIC 9(09)V9(02).
           05 WRK-VALOR-PAGO               PIC 9(09)V9(02).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  RELPRM
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PRM                    PIC 9(07)     VALUE ZEROS.
       77  WS-NA-SEMANA                    PIC 9(07)     VALUE ZEROS.
       77  WS-OPERADORES                   PIC 9(07)     VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
       77  WS-DECIDIDAS                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *              ACUMULADORES DO OPERADOR E DO TOTAL               *
      *----------------------------------------------------------------*
       77  WS-OPERADOR-ATUAL               PIC X(08)     VALUE SPACES.
       01  WS-ACM-OPERADOR.
           05 WS-ACM-PROMESSAS             PIC 9(07).
           05 WS-ACM-CUMPRIDAS             PIC 9(07).
           05 WS-ACM-QUEBRADAS             PIC 9(07).
           05 WS-ACM-ABERTAS               PIC 9(07).
           05 WS-ACM-VALOR                 PIC 9(13)V9(02).
           05 WS-ACM-VALOR-PAGO            PIC 9(13)V9(02).
       01  WS-ACM-TOTAL.
           05 WS-TOT-PROMESSAS             PIC 9(07).
           05 WS-TOT-CUMPRIDAS             PIC 9(07).
           05 WS-TOT-QUEBRADAS             PIC 9(07).
           05 WS-TOT-ABERTAS               PIC 9(07).
           05 WS-TOT-VALOR                 PIC 9(13)V9(02).
           05 WS-TOT-VALOR-PAGO            PIC 9(13)V9(02).
      *----------------------------------------------------------------*
      *               JANELA DA SEMANA (HOJE-7 A HOJE-1)               *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-INICIO                  PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-FIM                     PIC 9(08)     VALUE ZEROS.
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
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB808S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB808S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPRM                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(37)  VALUE
                  'CUMPRIMENTO DE PROMESSAS - SEMANA DE '.
           05 CABT-INICIO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE ' A '.
           05 CABT-FIM                     PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(24)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'OPERADOR  PROMESSAS CUMPRIDAS QUEBRADAS '.
           05 FILLER                       PIC X(40)  VALUE
                  'APURANDO TAXA(%)   VALOR PROMETIDO'.
      *----------------------------------------------------------------*
       01  DET-OPERADOR.
           05 DETO-OPERADOR                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETO-PROMESSAS               PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETO-CUMPRIDAS               PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETO-QUEBRADAS               PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETO-ABERTAS                 PIC ZZZZZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETO-TAXA                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           SORT PRMWK
                ASCENDING  KEY             PW-OPERADOR
                INPUT  PROCEDURE IS        1500-SELECIONA-SEMANA
                GIVING                     PRMWRK.

           PERFORM 2000-ABRE-RELATORIO
               THRU 2000-99-ABRE-RELATORIO-EXIT.
           PERFORM 3000-PROCESSA-OPERADOR
               THRU 3000-99-PROCESSA-OPERADOR-EXIT
                   UNTIL WS-FS-WRK         EQUAL '10'.
           PERFORM 5000-TOTAL-GERAL    THRU  5000-99-TOTAL-GERAL-EXIT.
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
           INITIALIZE                      WS-ACM-TOTAL.

      * JANELA: DATA PROMETIDA DE HOJE-7 ATE HOJE-1 (VRB670S).
           MOVE  WS-DATA-HOJE (1:4)        TO         WS-DP-ANO-BASE.
           MOVE  WS-DATA-HOJE (5:2)        TO         WS-DP-MES-BASE.
           MOVE  WS-DATA-HOJE (7:2)        TO         WS-DP-DIA-BASE.
           MOVE  -7                        TO         WS-DP-DIAS-SOMAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DA JANELA DA SEMANA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  WS-DP-DATA-RESULTADO      TO         WS-DATA-INICIO.

           MOVE  -1                        TO         WS-DP-DIAS-SOMAR.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           MOVE  WS-DP-DATA-RESULTADO      TO         WS-DATA-FIM.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1500-SELECIONA-SEMANA               SECTION.
      *================================================================*
      * SO ENTRAM NA CLASSIFICACAO AS PROMESSAS VENCIDAS NA SEMANA.    *
      * SEM MASTER AINDA (STATUS 35) O RELATORIO SAI ZERADO.           *
      *----------------------------------------------------------------*
           MOVE '1500-SELECIONA-SEMANA'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRMMST.
           IF    WS-FS-PRM                 EQUAL      '35'
                 GO TO 1500-99-SELECIONA-SEMANA-EXIT
           END-IF.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PRMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1550-RELEASE-PROMESSA
               THRU 1550-99-RELEASE-PROMESSA-EXIT
                   UNTIL WS-FS-PRM         EQUAL '10'.

           CLOSE PRMMST.
      *----------------------------------------------------------------*
       1500-99-SELECIONA-SEMANA-EXIT.      EXIT.
      *================================================================*
       1550-RELEASE-PROMESSA               SECTION.
      *================================================================*
           READ  PRMMST.

           IF  WS-FS-PRM   NOT EQUAL '00'
           AND WS-FS-PRM   NOT EQUAL '10'
               MOVE WS-FS-PRM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PRM                   NOT EQUAL  '00'
               GO TO 1550-99-RELEASE-PROMESSA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PRM.
           IF  PRM-DATA-PROMESSA           LESS       WS-DATA-INICIO
           OR  PRM-DATA-PROMESSA           GREATER    WS-DATA-FIM
               GO TO 1550-99-RELEASE-PROMESSA-EXIT
           END-IF.

           ADD  1                          TO         WS-NA-SEMANA.
           MOVE SPACES                     TO         REG-PRMWK.
           MOVE PRM-OPERADOR               TO         PW-OPERADOR.
           MOVE PRM-SITUACAO               TO         PW-SITUACAO.
           MOVE PRM-VALOR                  TO         PW-VALOR.
           MOVE PRM-VALOR-PAGO             TO         PW-VALOR-PAGO.
           RELEASE REG-PRMWK.
      *----------------------------------------------------------------*
       1550-99-RELEASE-PROMESSA-EXIT.      EXIT.
      *================================================================*
       2000-ABRE-RELATORIO                 SECTION.
      *================================================================*
           MOVE '2000-ABRE-RELATORIO'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRMWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO PRMWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELPRM.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPRM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-INICIO             TO         CABT-INICIO.
           MOVE WS-DATA-FIM                TO         CABT-FIM.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.

           PERFORM 2100-LER-PRMWRK   THRU  2100-99-LER-PRMWRK-EXIT.
      *----------------------------------------------------------------*
       2000-99-ABRE-RELATORIO-EXIT.        EXIT.
      *================================================================*
       2100-LER-PRMWRK                     SECTION.
      *================================================================*
           MOVE '2100-LER-PRMWRK'          TO         WS-CODIGO-AREA.

           READ PRMWRK.

           IF  WS-FS-WRK   NOT EQUAL '00'
           AND WS-FS-WRK   NOT EQUAL '10'
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO PRMWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-PRMWRK-EXIT.            EXIT.
      *================================================================*
       3000-PROCESSA-OPERADOR              SECTION.
      *================================================================*
      * QUEBRA POR OPERADOR: ACUMULA AS PROMESSAS DO COBRADOR E        *
      * IMPRIME UMA LINHA QUANDO O OPERADOR MUDA.                      *
      *----------------------------------------------------------------*
           MOVE '3000-PROCESSA-OPERADOR'   TO         WS-CODIGO-AREA.

           MOVE WRK-OPERADOR               TO         WS-OPERADOR-ATUAL.
           INITIALIZE                      WS-ACM-OPERADOR.

           PERFORM 3100-ACUMULA-PROMESSA
               THRU 3100-99-ACUMULA-PROMESSA-EXIT
                   UNTIL WS-FS-WRK         EQUAL      '10'
                      OR WRK-OPERADOR  NOT EQUAL      WS-OPERADOR-ATUAL.

           MOVE WS-OPERADOR-ATUAL          TO         DETO-OPERADOR.
           MOVE WS-ACM-PROMESSAS           TO         DETO-PROMESSAS.
           MOVE WS-ACM-CUMPRIDAS           TO         DETO-CUMPRIDAS.
           MOVE WS-ACM-QUEBRADAS           TO         DETO-QUEBRADAS.
           MOVE WS-ACM-ABERTAS             TO         DETO-ABERTAS.
           MOVE WS-ACM-VALOR               TO         DETO-VALOR.
           COMPUTE WS-DECIDIDAS = WS-ACM-CUMPRIDAS + WS-ACM-QUEBRADAS.
           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-DECIDIDAS                GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-ACM-CUMPRIDAS * 100 / WS-DECIDIDAS
           END-IF.
           MOVE WS-TAXA                    TO         DETO-TAXA.
           WRITE REG-REL                   FROM       DET-OPERADOR.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.

           ADD  1                          TO         WS-OPERADORES.
           ADD  WS-ACM-PROMESSAS           TO         WS-TOT-PROMESSAS.
           ADD  WS-ACM-CUMPRIDAS           TO         WS-TOT-CUMPRIDAS.
           ADD  WS-ACM-QUEBRADAS           TO         WS-TOT-QUEBRADAS.
           ADD  WS-ACM-ABERTAS             TO         WS-TOT-ABERTAS.
           ADD  WS-ACM-VALOR               TO         WS-TOT-VALOR.
           ADD  WS-ACM-VALOR-PAGO          TO         WS-TOT-VALOR-PAGO.
      *----------------------------------------------------------------*
       3000-99-PROCESSA-OPERADOR-EXIT.     EXIT.
      *================================================================*
       3100-ACUMULA-PROMESSA               SECTION.
      *================================================================*
           ADD  1                          TO         WS-ACM-PROMESSAS.
           ADD  WRK-VALOR                  TO         WS-ACM-VALOR.
           ADD  WRK-VALOR-PAGO             TO         WS-ACM-VALOR-PAGO.
           EVALUATE TRUE
               WHEN WRK-SIT-CUMPRIDA
                   ADD  1                  TO         WS-ACM-CUMPRIDAS
               WHEN WRK-SIT-QUEBRADA
                   ADD  1                  TO         WS-ACM-QUEBRADAS
               WHEN OTHER
                   ADD  1                  TO         WS-ACM-ABERTAS
           END-EVALUATE.

           PERFORM 2100-LER-PRMWRK   THRU  2100-99-LER-PRMWRK-EXIT.
      *----------------------------------------------------------------*
       3100-99-ACUMULA-PROMESSA-EXIT.      EXIT.
      *================================================================*
       5000-TOTAL-GERAL                    SECTION.
      *================================================================*
           MOVE '5000-TOTAL-GERAL'         TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.

           MOVE 'TOTAL'                    TO         DETO-OPERADOR.
           MOVE WS-TOT-PROMESSAS           TO         DETO-PROMESSAS.
           MOVE WS-TOT-CUMPRIDAS           TO         DETO-CUMPRIDAS.
           MOVE WS-TOT-QUEBRADAS           TO         DETO-QUEBRADAS.
           MOVE WS-TOT-ABERTAS             TO         DETO-ABERTAS.
           MOVE WS-TOT-VALOR               TO         DETO-VALOR.
           COMPUTE WS-DECIDIDAS = WS-TOT-CUMPRIDAS + WS-TOT-QUEBRADAS.
           MOVE ZEROS                      TO         WS-TAXA.
           IF  WS-DECIDIDAS                GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-TOT-CUMPRIDAS * 100 / WS-DECIDIDAS
           END-IF.
           MOVE WS-TAXA                    TO         DETO-TAXA.
           WRITE REG-REL                   FROM       DET-OPERADOR.
           PERFORM 8000-FS-RELPRM THRU 8000-99-FS-RELPRM-EXIT.
      *----------------------------------------------------------------*
       5000-99-TOTAL-GERAL-EXIT.           EXIT.
      *================================================================*
       8000-FS-RELPRM                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELPRM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELPRM-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE PRMWRK  RELPRM.

           IF  WS-FS-WRK                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PROMESSAS NO PRMMST   =    ' WS-LIDOS-PRM.
           DISPLAY '* VENCIDAS NA SEMANA    =    ' WS-NA-SEMANA.
           DISPLAY '* OPERADORES LISTADOS   =    ' WS-OPERADORES.
           DISPLAY '* CUMPRIDAS NA SEMANA   =    ' WS-TOT-CUMPRIDAS.
           DISPLAY '* QUEBRADAS NA SEMANA   =    ' WS-TOT-QUEBRADAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-PRM              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-OPERADORES             TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB808S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
