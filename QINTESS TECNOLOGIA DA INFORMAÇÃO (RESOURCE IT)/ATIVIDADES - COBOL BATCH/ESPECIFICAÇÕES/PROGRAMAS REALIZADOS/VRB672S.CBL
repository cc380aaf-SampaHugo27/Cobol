       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB672S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA UTILITARIA DE USO GERAL QUE DEVOLVE A         *
      * QUANTIDADE DE DIAS CORRIDOS ENTRE DUAS DATAS (AAAAMMDD), A     *
      * OPERACAO INVERSA DA VRB670S. CADA DATA EH CONVERTIDA EM UM     *
      * NUMERO DE DIA ABSOLUTO (CONTAGEM A PARTIR DE MARCO DO ANO      *
      * ZERO, COM A MESMA REGRA DE BISSEXTO DA VRB670S) E O RESULTADO  *
      * EH A DIFERENCA FINAL - INICIAL, COM SINAL (NEGATIVO QUANDO A   *
      * DATA FINAL FOR ANTERIOR A INICIAL). USADA NOS CALCULOS DE      *
      * JUROS POR DIA, DIAS DE ATRASO E PRAZOS DE PERMANENCIA.         *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *================================================================*
       CONFIGURATION                       SECTION.
      *----------------------------------------------------------------*
       SOURCE-COMPUTER.                    IBM-PC.
       OBJECT-COMPUTER.                    IBM-PC.
       SPECIAL-NAMES.                      DECIMAL-POINT IS COMMA.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   AREA DE TRABALHO DA DATA                     *
      *----------------------------------------------------------------*
       01  WS-DATA-TRAB.
           05  WS-ANO                      PIC 9(04).
           05  WS-MES                      PIC 9(02).
           05  WS-DIA                      PIC 9(02).
       77  WS-ANO-AJUST                    PIC S9(05)  VALUE ZEROS
                                            COMP.
       77  WS-MES-AJUST                    PIC S9(03)  VALUE ZEROS
                                            COMP.
       77  WS-NUMERO-DIA                   PIC S9(09)  VALUE ZEROS
                                            COMP.
       77  WS-NUMERO-INICIAL               PIC S9(09)  VALUE ZEROS
                                            COMP.
       77  WS-NUMERO-FINAL                 PIC S9(09)  VALUE ZEROS
                                            COMP.
       77  WS-QUOC-4                       PIC S9(07)  VALUE ZEROS
                                            COMP.
       77  WS-QUOC-100                     PIC S9(07)  VALUE ZEROS
                                            COMP.
       77  WS-QUOC-400                     PIC S9(07)  VALUE ZEROS
                                            COMP.
       77  WS-QUOC-MES                     PIC S9(07)  VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *          TABELA DE QUANTIDADE DE DIAS POR MES (NAO BISSEXTO)   *
      *----------------------------------------------------------------*
       01  WS-TAB-DIAS-MES-X.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 29.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 30.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 30.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 30.
           05  FILLER                      PIC 9(02)   VALUE 31.
           05  FILLER                      PIC 9(02)   VALUE 30.
           05  FILLER                      PIC 9(02)   VALUE 31.
       01  WS-TAB-DIAS-MES REDEFINES       WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES-OCR             PIC 9(02)   OCCURS 12 TIMES.
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  L-PARM.
           05  L-DATA-INICIAL              PIC 9(08).
           05  L-DATA-FINAL                PIC 9(08).
           05  L-DIAS                      PIC S9(07)  COMP.
           05  L-RETORNO                   PIC X(01).
               88  L-RETORNO-OK                        VALUE 'S'.
               88  L-RETORNO-ERRO                      VALUE 'N'.
      *================================================================*
       PROCEDURE                           DIVISION    USING L-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE 'S'                        TO         L-RETORNO.
           MOVE ZEROS                      TO         L-DIAS.

           MOVE L-DATA-INICIAL             TO         WS-DATA-TRAB.
           PERFORM 1000-NUMERO-DO-DIA THRU 1000-99-NUMERO-DO-DIA-EXIT.
           IF  L-RETORNO-ERRO
               GO TO 0000-99-PRINCIPAL-EXIT
           END-IF.
           MOVE WS-NUMERO-DIA              TO         WS-NUMERO-INICIAL.

           MOVE L-DATA-FINAL               TO         WS-DATA-TRAB.
           PERFORM 1000-NUMERO-DO-DIA THRU 1000-99-NUMERO-DO-DIA-EXIT.
           IF  L-RETORNO-ERRO
               GO TO 0000-99-PRINCIPAL-EXIT
           END-IF.
           MOVE WS-NUMERO-DIA              TO         WS-NUMERO-FINAL.

           COMPUTE L-DIAS = WS-NUMERO-FINAL - WS-NUMERO-INICIAL.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
           GOBACK.
      *================================================================*
       1000-NUMERO-DO-DIA                  SECTION.
      *================================================================*
      * NUMERO DE DIA ABSOLUTO: O ANO COMECA EM MARCO (JANEIRO E       *
      * FEVEREIRO CONTAM NO ANO ANTERIOR), DE MODO QUE O DIA 29 DE     *
      * FEVEREIRO CAI NO FIM DO ANO E A REGRA DE BISSEXTO ENTRA SO     *
      * PELOS TERMOS ANO/4 - ANO/100 + ANO/400. OS MESES DE MARCO EM   *
      * DIANTE ACUMULAM PELA FORMULA (153 X MES + 2) / 5.              *
      *----------------------------------------------------------------*
           IF  WS-MES                      LESS       1
           OR  WS-MES                      GREATER    12
           OR  WS-DIA                      LESS       1
           OR  WS-DIA                      GREATER
               WS-DIAS-MES-OCR (WS-MES)
               MOVE 'N'                    TO         L-RETORNO
               GO TO 1000-99-NUMERO-DO-DIA-EXIT
           END-IF.

           IF  WS-MES                      GREATER    2
               MOVE WS-ANO                 TO         WS-ANO-AJUST
               COMPUTE WS-MES-AJUST = WS-MES - 3
           ELSE
               COMPUTE WS-ANO-AJUST = WS-ANO - 1
               COMPUTE WS-MES-AJUST = WS-MES + 9
           END-IF.

           DIVIDE WS-ANO-AJUST             BY         4
                                           GIVING     WS-QUOC-4.
           DIVIDE WS-ANO-AJUST             BY         100
                                           GIVING     WS-QUOC-100.
           DIVIDE WS-ANO-AJUST             BY         400
                                           GIVING     WS-QUOC-400.
           COMPUTE WS-QUOC-MES = (153 * WS-MES-AJUST + 2) / 5.

           COMPUTE WS-NUMERO-DIA = 365 * WS-ANO-AJUST
                                 + WS-QUOC-4
                                 - WS-QUOC-100
                                 + WS-QUOC-400
                                 + WS-QUOC-MES
                                 + WS-DIA.
      *----------------------------------------------------------------*
       1000-99-NUMERO-DO-DIA-EXIT.         EXIT.
      *================================================================*
