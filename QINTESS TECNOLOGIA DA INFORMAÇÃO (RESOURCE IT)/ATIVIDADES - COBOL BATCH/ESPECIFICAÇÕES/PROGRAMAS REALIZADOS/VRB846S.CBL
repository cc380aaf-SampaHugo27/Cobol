       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB846S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE TRANSFERENCIAS DE CONTAS ENTRE   *
      * AGENCIAS. O PARAMETRO PTRPARM INFORMA O MES (AAAAMM). DO       *
      * HISTORICO TRFHST (VRB845S) ENTRAM AS TRANSFERENCIAS COM DATA   *
      * EFETIVA NO MES. O RELPTR TRAZ:                                 *
      *   - CONTAS TRANSFERIDAS POR AGENCIA DE ORIGEM E DE DESTINO,    *
      *     COM SUBTOTAL DE SAIDAS POR ORIGEM;                         *
      *   - SALDO POR AGENCIA (ENTRADAS MENOS SAIDAS), DAS QUE MAIS    *
      *     PERDEM CLIENTES PARA AS QUE MAIS GANHAM;                   *
      *   - TOTAIS DO MES.                                             *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          PARAMETRO E RELATORIO PASSAM *
      *                                   A PTRPARM E RELPTR (TRFPARM  *
      *                                   E RELTRF SAO DDS DO VRB823S  *
      *                                   E DO VRB824S)                *
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

           SELECT PTRPARM        ASSIGN TO PTRPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT TRFHST         ASSIGN TO TRFHST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT TRFWK          ASSIGN TO TRFWK.
      *----------------------------------------------------------------*
           SELECT RELPTR         ASSIGN TO RELPTR
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PTRPARM
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
      *   HISTORICO DE TRANSFERENCIAS DE AGENCIA (VRB845S)             *
      *----------------------------------------------------------------*
       FD  TRFHST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-HST.

       01  REG-HST.
           05 HST-CONTA                    PIC 9(10).
           05 HST-CPF                      PIC 9(11).
           05 HST-AGENCIA-ORIGEM           PIC 9(04).
           05 HST-AGENCIA-DESTINO          PIC 9(04).
           05 HST-DATA-EFETIVA             PIC 9(08).
           05 HST-DATA-EFETIVA-R REDEFINES HST-DATA-EFETIVA.
              10 HST-ANOMES-EFETIVA        PIC 9(06).
              10 FILLER                    PIC 9(02).
           05 HST-OPERADOR                 PIC X(08).
           05 HST-DATA-PROCESSA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   TRANSFERENCIAS DO MES POR ORIGEM E DESTINO                   *
      *----------------------------------------------------------------*
       SD  TRFWK.

       01  REG-TRFWK.
           05 SW-ORIGEM                    PIC 9(04).
           05 SW-DESTINO                   PIC 9(04).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       FD  RELPTR
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                 MES APURADO                                    *
      *----------------------------------------------------------------*
       77  WS-ANOMES                       PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO                                       *
      *----------------------------------------------------------------*
       77  WS-ORIGEM-ATUAL                 PIC 9(04)     VALUE ZEROS.
       77  WS-DESTINO-ATUAL                PIC 9(04)     VALUE ZEROS.
       77  WS-QTDE-PAR                     PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-ORIGEM                  PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HST                    PIC 9(07)     VALUE ZEROS.
       77  WS-TRANSF-MES                   PIC 9(07)     VALUE ZEROS.
       77  WS-AGENCIAS-PERDA               PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *          SAIDAS E ENTRADAS POR AGENCIA NO MES                  *
      *----------------------------------------------------------------*
       77  WS-QTDE-AGE                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-AGE                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-AGENCIA-BUSCA                PIC 9(04)     VALUE ZEROS.
       77  WS-TROCOU                       PIC X(01)     VALUE 'N'.
       01  WS-TAB-AGENCIAS.
           05 WS-AGE-ITEM                  OCCURS 500 TIMES.
              10 WS-AGE-CODIGO             PIC 9(04).
              10 WS-AGE-SAIDAS             PIC 9(07).
              10 WS-AGE-ENTRADAS           PIC 9(07).
              10 WS-AGE-SALDO              PIC S9(07).
       01  WS-AGE-TROCA.
           05 WS-TRC-CODIGO                PIC 9(04).
           05 WS-TRC-SAIDAS                PIC 9(07).
           05 WS-TRC-ENTRADAS              PIC 9(07).
           05 WS-TRC-SALDO                 PIC S9(07).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB846S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB846S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPTR                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'TRANSFERENCIAS ENTRE AGENCIAS - MES:        '.
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
       01  CAB-PARES.
           05 FILLER                       PIC X(40)  VALUE
                  ' ORIGEM  DESTINO      CONTAS          '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-PAR.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETP-ORIGEM                  PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
           05 DETP-DESTINO                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETP-CONTAS                  PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(55)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-SUBTOTAL.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE
                                                      'SAIDAS DA '.
           05 DETS-ORIGEM                  PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETS-CONTAS                  PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(53)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-SALDO.
           05 FILLER                       PIC X(40)  VALUE
                  ' AGENCIA     SAIDAS   ENTRADAS     SALDO'.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-SALDO.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETD-AGENCIA                 PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETD-SAIDAS                  PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETD-ENTRADAS                PIC Z.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-SALDO                   PIC --.---.--9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(41)  VALUE SPACES.
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

           MOVE '0000-PRINCIPAL'           TO    WS-CODIGO-AREA.
           SORT TRFWK
                ASCENDING  KEY             SW-ORIGEM
                                           SW-DESTINO
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-IMPRIME-PARES.

           PERFORM 5000-IMPRIME-SALDOS
               THRU 5000-99-IMPRIME-SALDOS-EXIT.
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

           OPEN  INPUT                     PTRPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PTRPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PTRPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PTRPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE PTRPARM.

           IF    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MES DO PTRPARM INVALIDO (AAAAMM)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES.

           OPEN  OUTPUT                    RELPTR.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPTR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * PASSA PARA O SORT AS TRANSFERENCIAS COM DATA EFETIVA NO MES.   *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TRFHST.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-TRATA-TRFHST THRU 2100-99-TRATA-TRFHST-EXIT
                   UNTIL WS-FS-HST         EQUAL      '10'.

           CLOSE TRFHST.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-TRATA-TRFHST                   SECTION.
      *================================================================*
           READ TRFHST.
           IF  WS-FS-HST   NOT EQUAL '00'
           AND WS-FS-HST   NOT EQUAL '10'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HST                   EQUAL      '10'
               GO TO 2100-99-TRATA-TRFHST-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-HST.

           IF  HST-ANOMES-EFETIVA          NOT EQUAL  WS-ANOMES
               GO TO 2100-99-TRATA-TRFHST-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-TRFWK.
           MOVE HST-AGENCIA-ORIGEM         TO         SW-ORIGEM.
           MOVE HST-AGENCIA-DESTINO        TO         SW-DESTINO.
           RELEASE REG-TRFWK.
      *----------------------------------------------------------------*
       2100-99-TRATA-TRFHST-EXIT.          EXIT.
      *================================================================*
       4000-IMPRIME-PARES                  SECTION.
      *================================================================*
           MOVE '4000-IMPRIME-PARES'       TO         WS-CODIGO-AREA.

           MOVE PARM-MES                   TO         CABT-MES.
           MOVE PARM-ANO                   TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           MOVE 'CONTAS TRANSFERIDAS POR AGENCIA DE ORIGEM E DESTINO'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-PARES.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-PROCESSA-ORIGEM
               THRU 4100-99-PROCESSA-ORIGEM-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-IMPRIME-PARES-EXIT.         EXIT.
      *================================================================*
       4100-PROCESSA-ORIGEM                SECTION.
      *================================================================*
           MOVE SW-ORIGEM                  TO         WS-ORIGEM-ATUAL.
           MOVE ZEROS                      TO         WS-QTDE-ORIGEM.

           PERFORM 4200-PROCESSA-PAR THRU 4200-99-PROCESSA-PAR-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-ORIGEM         NOT EQUAL  WS-ORIGEM-ATUAL.

           MOVE WS-ORIGEM-ATUAL            TO         DETS-ORIGEM.
           MOVE WS-QTDE-ORIGEM             TO         DETS-CONTAS.
           WRITE REG-REL                   FROM       DET-SUBTOTAL.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           MOVE WS-ORIGEM-ATUAL            TO         WS-AGENCIA-BUSCA.
           PERFORM 6000-ACHA-AGENCIA THRU 6000-99-ACHA-AGENCIA-EXIT.
           ADD  WS-QTDE-ORIGEM       TO  WS-AGE-SAIDAS (WS-IND-AGE).
      *----------------------------------------------------------------*
       4100-99-PROCESSA-ORIGEM-EXIT.       EXIT.
      *================================================================*
       4200-PROCESSA-PAR                   SECTION.
      *================================================================*
           MOVE SW-DESTINO                 TO         WS-DESTINO-ATUAL.
           MOVE ZEROS                      TO         WS-QTDE-PAR.

           PERFORM 4300-CONTA-TRANSF THRU 4300-99-CONTA-TRANSF-EXIT
                   UNTIL WS-FIM-SORT-SIM
                      OR SW-ORIGEM         NOT EQUAL  WS-ORIGEM-ATUAL
                      OR SW-DESTINO        NOT EQUAL  WS-DESTINO-ATUAL.

           MOVE WS-ORIGEM-ATUAL            TO         DETP-ORIGEM.
           MOVE WS-DESTINO-ATUAL           TO         DETP-DESTINO.
           MOVE WS-QTDE-PAR                TO         DETP-CONTAS.
           WRITE REG-REL                   FROM       DET-PAR.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           ADD  WS-QTDE-PAR                TO         WS-QTDE-ORIGEM.
           MOVE WS-DESTINO-ATUAL           TO         WS-AGENCIA-BUSCA.
           PERFORM 6000-ACHA-AGENCIA THRU 6000-99-ACHA-AGENCIA-EXIT.
           ADD  WS-QTDE-PAR          TO  WS-AGE-ENTRADAS (WS-IND-AGE).
      *----------------------------------------------------------------*
       4200-99-PROCESSA-PAR-EXIT.          EXIT.
      *================================================================*
       4300-CONTA-TRANSF                   SECTION.
      *================================================================*
           ADD  1                          TO         WS-QTDE-PAR.
           ADD  1                          TO         WS-TRANSF-MES.
           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4300-99-CONTA-TRANSF-EXIT.          EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN TRFWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       5000-IMPRIME-SALDOS                 SECTION.
      *================================================================*
      * SALDO = ENTRADAS - SAIDAS; A LISTA SAI EM ORDEM CRESCENTE DE   *
      * SALDO, COM AS AGENCIAS QUE MAIS PERDEM CLIENTES NO TOPO.       *
      *----------------------------------------------------------------*
           MOVE '5000-IMPRIME-SALDOS'      TO         WS-CODIGO-AREA.

           PERFORM 5100-CALCULA-SALDO THRU 5100-99-CALCULA-SALDO-EXIT
               VARYING WS-IND-AGE FROM 1 BY 1
                 UNTIL WS-IND-AGE GREATER WS-QTDE-AGE.

           MOVE 'S'                        TO         WS-TROCOU.
           PERFORM 5200-PASSADA      THRU  5200-99-PASSADA-EXIT
                   UNTIL WS-TROCOU         EQUAL      'N'.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           MOVE 'SALDO DE CONTAS POR AGENCIA (ENTRADAS - SAIDAS)'
                                           TO         CABS-TEXTO.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-SALDO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           PERFORM 5300-IMPRIME-SALDO THRU 5300-99-IMPRIME-SALDO-EXIT
               VARYING WS-IND-AGE FROM 1 BY 1
                 UNTIL WS-IND-AGE GREATER WS-QTDE-AGE.
      *----------------------------------------------------------------*
       5000-99-IMPRIME-SALDOS-EXIT.        EXIT.
      *================================================================*
       5100-CALCULA-SALDO                  SECTION.
      *================================================================*
           COMPUTE WS-AGE-SALDO (WS-IND-AGE) =
                   WS-AGE-ENTRADAS (WS-IND-AGE)
                 - WS-AGE-SAIDAS (WS-IND-AGE).
           IF  WS-AGE-SALDO (WS-IND-AGE)   LESS       ZEROS
               ADD  1                      TO         WS-AGENCIAS-PERDA
           END-IF.
      *----------------------------------------------------------------*
       5100-99-CALCULA-SALDO-EXIT.         EXIT.
      *================================================================*
       5200-PASSADA                        SECTION.
      *================================================================*
           MOVE 'N'                        TO         WS-TROCOU.
           PERFORM 5210-COMPARA      THRU  5210-99-COMPARA-EXIT
               VARYING WS-IND-AGE FROM 1 BY 1
                 UNTIL WS-IND-AGE NOT LESS WS-QTDE-AGE.
      *----------------------------------------------------------------*
       5200-99-PASSADA-EXIT.               EXIT.
      *================================================================*
       5210-COMPARA                        SECTION.
      *================================================================*
           COMPUTE WS-IND = WS-IND-AGE + 1.
           IF  WS-AGE-SALDO (WS-IND-AGE)   GREATER WS-AGE-SALDO (WS-IND)
           OR (WS-AGE-SALDO (WS-IND-AGE)   EQUAL   WS-AGE-SALDO (WS-IND)
           AND WS-AGE-CODIGO (WS-IND-AGE)  GREATER
               WS-AGE-CODIGO (WS-IND))
               MOVE WS-AGE-ITEM (WS-IND-AGE) TO       WS-AGE-TROCA
               MOVE WS-AGE-ITEM (WS-IND)   TO  WS-AGE-ITEM (WS-IND-AGE)
               MOVE WS-AGE-TROCA           TO  WS-AGE-ITEM (WS-IND)
               MOVE 'S'                    TO         WS-TROCOU
           END-IF.
      *----------------------------------------------------------------*
       5210-99-COMPARA-EXIT.               EXIT.
      *================================================================*
       5300-IMPRIME-SALDO                  SECTION.
      *================================================================*
           MOVE WS-AGE-CODIGO (WS-IND-AGE)   TO       DETD-AGENCIA.
           MOVE WS-AGE-SAIDAS (WS-IND-AGE)   TO       DETD-SAIDAS.
           MOVE WS-AGE-ENTRADAS (WS-IND-AGE) TO       DETD-ENTRADAS.
           MOVE WS-AGE-SALDO (WS-IND-AGE)    TO       DETD-SALDO.
           WRITE REG-REL                   FROM       DET-SALDO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
      *----------------------------------------------------------------*
       5300-99-IMPRIME-SALDO-EXIT.         EXIT.
      *================================================================*
       6000-ACHA-AGENCIA                   SECTION.
      *================================================================*
      * LOCALIZA (OU INCLUI) A AGENCIA NA TABELA E DEIXA O INDICE EM   *
      * WS-IND-AGE.                                                    *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-AGE.
           PERFORM 6100-BUSCA-AGENCIA THRU 6100-99-BUSCA-AGENCIA-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTDE-AGE
                    OR WS-IND-AGE NOT EQUAL ZEROS.

           IF  WS-IND-AGE                  NOT EQUAL  ZEROS
               GO TO 6000-99-ACHA-AGENCIA-EXIT
           END-IF.

           IF  WS-QTDE-AGE                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 500 AGENCIAS - AMPLIAR A TABELA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-AGE.
           MOVE WS-QTDE-AGE                TO         WS-IND-AGE.
           MOVE WS-AGENCIA-BUSCA    TO  WS-AGE-CODIGO   (WS-IND-AGE).
           MOVE ZEROS               TO  WS-AGE-SAIDAS   (WS-IND-AGE).
           MOVE ZEROS               TO  WS-AGE-ENTRADAS (WS-IND-AGE).
           MOVE ZEROS               TO  WS-AGE-SALDO    (WS-IND-AGE).
      *----------------------------------------------------------------*
       6000-99-ACHA-AGENCIA-EXIT.          EXIT.
      *================================================================*
       6100-BUSCA-AGENCIA                  SECTION.
      *================================================================*
           IF  WS-AGE-CODIGO (WS-IND)      EQUAL      WS-AGENCIA-BUSCA
               MOVE WS-IND                 TO         WS-IND-AGE
           END-IF.
      *----------------------------------------------------------------*
       6100-99-BUSCA-AGENCIA-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELPTR                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELPTR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELPTR-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.

           MOVE 'CONTAS TRANSFERIDAS NO MES.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-TRANSF-MES              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'AGENCIAS ENVOLVIDAS....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-QTDE-AGE                TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'AGENCIAS COM PERDA LIQUIDA.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-AGENCIAS-PERDA          TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELPTR  THRU 8000-99-FS-RELPTR-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RELPTR.

           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES APURADO           =    ' WS-ANOMES.
           DISPLAY '* LIDOS TRFHST          =    ' WS-LIDOS-HST.
           DISPLAY '* TRANSFERENCIAS NO MES =    ' WS-TRANSF-MES.
           DISPLAY '* AGENCIAS ENVOLVIDAS   =    ' WS-QTDE-AGE.
           DISPLAY '* LINHAS NO RELPTR      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-HST              TO    WS-RC-QTDE-LIDOS
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
           DISPLAY '*     VRB846S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
