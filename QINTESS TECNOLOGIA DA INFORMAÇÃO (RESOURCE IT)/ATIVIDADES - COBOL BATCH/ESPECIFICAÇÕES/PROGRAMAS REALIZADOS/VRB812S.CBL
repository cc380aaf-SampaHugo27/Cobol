       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB812S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: AGENDA DAS COMPRAS PARCELADAS DO CARTAO. NO ARQMOV A *
      * COMPRA PARCELADA VEM COM MOV-PARCELA 00 E MOV-QTD-PARCELAS     *
      * 02 A 24, PELO VALOR TOTAL. ROTINA MENSAL, NO FECHAMENTO DO     *
      * CICLO (PRFPARM ANOMES), ANTES DO VRB706S E DO VRB810S:         *
      *   1. COMPRA PARCELADA DO CICLO GERA A AGENDA NO MASTER PCLMST  *
      *      (UMA LINHA POR PARCELA, CICLO A CICLO, A ULTIMA ABSORVE O *
      *      ARREDONDAMENTO);                                          *
      *   2. A PARCELA DO CICLO (A 1A DA COMPRA NOVA E AS AGENDADAS    *
      *      PARA O ANOMES OU ATRASADAS) VIRA COBRANCA NO MOVIMENTO    *
      *      NOVO ARQMOVN, COM MOV-PARCELA E MOV-QTD-PARCELAS          *
      *      PREENCHIDOS E A DATA NO DIA DA COMPRA DENTRO DO CICLO     *
      *      (MAXIMO DIA 28);                                          *
      *      A PARCELA FICA C (COBRADA) NA AGENDA;                     *
      *   3. O RESTO DO ARQMOV PASSA PARA O ARQMOVN SEM MUDANCA; A     *
      *      COMPRA PARCELADA ORIGINAL NAO PASSA (O QUE SE COBRA SAO   *
      *      AS PARCELAS). COMPRA PARCELADA DE CICLO FUTURO PASSA E SO *
      *      EH AGENDADA NO FECHAMENTO DELA;                           *
      *   4. RELATORIO RELPCL COM AS AGENDAS CRIADAS E AS COMPRAS      *
      *      RECUSADAS (QUANTIDADE DE PARCELAS FORA DE 02 A 24).       *
      * O ARQMOVN SAI POR CPF E DATA E SUBSTITUI O ARQMOV NOS PASSOS   *
      * SEGUINTES DO FECHAMENTO. AS PARCELAS A (A COBRAR) SAO LIMITE   *
      * COMPROMETIDO PARA O VRB751S. CICLO JA COBRADO NA AGENDA        *
      * CANCELA (NAO HA REPROCESSAMENTO).                              *
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

           SELECT PRFPARM        ASSIGN TO PRFPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT PCLMST         ASSIGN TO PCLMST
           FILE STATUS           IS        WS-FS-PCL.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT PCLMSTN        ASSIGN TO PCLMSTN
           FILE STATUS           IS        WS-FS-PCLN.
      *----------------------------------------------------------------*
           SELECT MOVTRB         ASSIGN TO MOVTRB
           FILE STATUS           IS        WS-FS-TRB.
      *----------------------------------------------------------------*
           SELECT SORTMV         ASSIGN TO SORTMV.
      *----------------------------------------------------------------*
           SELECT ARQMOVN        ASSIGN TO ARQMOVN
           FILE STATUS           IS        WS-FS-MOVN.
      *----------------------------------------------------------------*
           SELECT RELPCL         ASSIGN TO RELPCL
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC 9(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  ARQMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-CPF                      PIC 9(11).
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
      *   AGENDA DE PARCELAS: UMA LINHA POR PARCELA, POR CPF, DATA DA  *
      *   COMPRA E NUMERO DA PARCELA. SITUACAO A = A COBRAR,           *
      *   C = COBRADA NO CICLO PCL-CICLO.                              *
      *----------------------------------------------------------------*
       FD  PCLMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-PCL.

       01  REG-PCL.
           05 PCL-CPF                      PIC 9(11).
           05 PCL-DATA-COMPRA              PIC 9(08).
           05 PCL-PARCELA                  PIC 9(02).
           05 PCL-NOME                     PIC X(30).
           05 PCL-QTD-PARCELAS             PIC 9(02).
           05 PCL-VALOR-COMPRA             PIC 9(15)V99.
           05 PCL-VALOR-PARCELA            PIC 9(15)V99.
           05 PCL-CICLO                    PIC 9(06).
           05 PCL-SITUACAO                 PIC X(01).
              88 PCL-SIT-A-COBRAR                       VALUE 'A'.
              88 PCL-SIT-COBRADA                        VALUE 'C'.
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-DATA-COMPRA               PIC 9(08).
           05 SW-PARCELA                   PIC 9(02).
           05 FILLER                       PIC X(79).
      *----------------------------------------------------------------*
       FD  PCLMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-PCLN.

       01  REG-PCLN                        PIC X(100).
      *----------------------------------------------------------------*
       FD  MOVTRB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-TRB.

       01  REG-TRB                         PIC X(70).
      *----------------------------------------------------------------*
       SD  SORTMV.

       01  REG-SORTMV.
           05 SM-CPF                       PIC 9(11).
           05 FILLER                       PIC X(30).
           05 SM-DATA                      PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  ARQMOVN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-MOVN.

       01  REG-MOVN                        PIC X(70).
      *----------------------------------------------------------------*
       FD  RELPCL
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-PCL                       PIC X(02)     VALUE '00'.
       77  WS-FS-PCLN                      PIC X(02)     VALUE '00'.
       77  WS-FS-TRB                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOVN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CICLO E MONTAGEM DA AGENDA                     *
      *----------------------------------------------------------------*
       77  WS-ANOMES-CICLO                 PIC 9(06)     VALUE ZEROS.
       77  WS-MAX-PARCELAS                 PIC 9(02)     VALUE 24.
       01  WS-CICLO-PARCELA                PIC 9(06)     VALUE ZEROS.
       01  WS-CICLO-PARCELA-R REDEFINES WS-CICLO-PARCELA.
           05 WS-CP-ANO                    PIC 9(04).
           05 WS-CP-MES                    PIC 9(02).
       01  WS-DATA-COBRANCA                PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-COBRANCA-R REDEFINES WS-DATA-COBRANCA.
           05 WS-DC-ANOMES                 PIC 9(06).
           05 WS-DC-DIA                    PIC 9(02).
       77  WS-IND-PARCELA                  PIC 9(02)     VALUE ZEROS.
       01  WS-MOV-COBRANCA.
           05 WS-MC-CPF                    PIC 9(11).
           05 WS-MC-NOME                   PIC X(30).
           05 WS-MC-DATA                   PIC 9(08).
           05 WS-MC-VALOR                  PIC 9(15)V99.
           05 WS-MC-PARCELA                PIC 9(02).
           05 WS-MC-QTD-PARCELAS           PIC 9(02).
       77  WS-VALOR-PARCELA                PIC 9(15)V99  VALUE ZEROS.
       77  WS-VALOR-ULTIMA                 PIC 9(15)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PCL                    PIC 9(07)     VALUE ZEROS.
       77  WS-COMPRAS-AGENDADAS            PIC 9(07)     VALUE ZEROS.
       77  WS-COMPRAS-RECUSADAS            PIC 9(07)     VALUE ZEROS.
       77  WS-ORIGINAIS-ANTIGAS            PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-GERADAS             PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-COBRADAS            PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-ATRASADAS           PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-TRB                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-COBRADO                  PIC 9(15)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB812S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB812S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPCL                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(35)  VALUE
                  'COMPRAS PARCELADAS AGENDADAS-CICLO '.
           05 CABT-CICLO                   PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(39)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         COMPRA     VALOR DA COMPRA  '.
           05 FILLER                       PIC X(40)  VALUE
                  'QT  VALOR PARCELA   OCORRENCIA'.
      *----------------------------------------------------------------*
       01  DET-COMPRA.
           05 DETC-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-QTD                     PIC Z9     VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-PARCELA                 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-OCORRENCIA              PIC X(18)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETRO
               THRU 0050-99-LE-PARAMETRO-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-MONTA-AGENDA
               THRU 2000-99-MONTA-AGENDA-EXIT.
           PERFORM 3000-CLASSIFICA-MOVTOS
               THRU 3000-99-CLASSIFICA-MOVTOS-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETRO                   SECTION.
      *================================================================*
           MOVE '0050-LE-PARAMETRO'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-CICLO.
           CLOSE PRFPARM.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    RELPCL.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPCL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-ANOMES-CICLO            TO         CABT-CICLO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPCL THRU 8000-99-FS-RELPCL-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPCL THRU 8000-99-FS-RELPCL-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELPCL THRU 8000-99-FS-RELPCL-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-MONTA-AGENDA                   SECTION.
      *================================================================*
      * A AGENDA ANTIGA E AS PARCELAS DAS COMPRAS NOVAS ENTRAM NO SORT *
      * E SAEM EM ORDEM NO PCLMSTN; AS COBRANCAS DO CICLO E O RESTO    *
      * DO ARQMOV VAO PARA O ARQUIVO DE TRABALHO MOVTRB.               *
      *----------------------------------------------------------------*
           MOVE '2000-MONTA-AGENDA'        TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-DATA-COMPRA
                                           SW-PARCELA
                INPUT  PROCEDURE IS        2100-LE-ENTRADAS
                GIVING                     PCLMSTN.
      *----------------------------------------------------------------*
       2000-99-MONTA-AGENDA-EXIT.          EXIT.
      *================================================================*
       2100-LE-ENTRADAS                    SECTION.
      *================================================================*
           MOVE '2100-LE-ENTRADAS'         TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    MOVTRB.
           IF    WS-FS-TRB                 NOT EQUAL  '00'
                 MOVE WS-FS-TRB            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB MOVTRB'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRO CICLO COM PARCELADO: SEM A AGENDA PCLMST (35).
           OPEN  INPUT                     PCLMST.
           IF    WS-FS-PCL                 NOT EQUAL  '35'
                 IF  WS-FS-PCL             NOT EQUAL  '00'
                     MOVE WS-FS-PCL        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DA AGENDA PCLMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 2200-TRATA-AGENDA
                     THRU 2200-99-TRATA-AGENDA-EXIT
                         UNTIL WS-FS-PCL   EQUAL '10'
                 CLOSE PCLMST
           END-IF.

           OPEN  INPUT                     ARQMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2500-TRATA-MOVTO
               THRU 2500-99-TRATA-MOVTO-EXIT
                   UNTIL WS-FS-MOV         EQUAL '10'.

           CLOSE ARQMOV  MOVTRB.
      *----------------------------------------------------------------*
       2100-99-LE-ENTRADAS-EXIT.           EXIT.
      *================================================================*
       2200-TRATA-AGENDA                   SECTION.
      *================================================================*
      * PARCELA A COBRAR DO CICLO (OU DE CICLO ANTERIOR QUE FICOU SEM  *
      * FECHAMENTO) VIRA COBRANCA E FICA C. PARCELA JA COBRADA NESTE   *
      * CICLO INDICA FECHAMENTO REPETIDO.                              *
      *----------------------------------------------------------------*
           READ  PCLMST.

           IF  WS-FS-PCL   NOT EQUAL '00'
           AND WS-FS-PCL   NOT EQUAL '10'
               MOVE WS-FS-PCL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER AGENDA PCLMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PCL                   EQUAL      '10'
               GO TO 2200-99-TRATA-AGENDA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PCL.

           IF  PCL-SIT-COBRADA
           AND PCL-CICLO                   EQUAL      WS-ANOMES-CICLO
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'CICLO DO PRFPARM JA COBRADO NA AGENDA PCLMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  PCL-SIT-A-COBRAR
           AND PCL-CICLO               NOT GREATER    WS-ANOMES-CICLO
               IF  PCL-CICLO               LESS       WS-ANOMES-CICLO
                   ADD  1                  TO   WS-PARCELAS-ATRASADAS
               END-IF
               MOVE WS-ANOMES-CICLO        TO         PCL-CICLO
               MOVE 'C'                    TO         PCL-SITUACAO
               PERFORM 2800-GRAVA-COBRANCA
                   THRU 2800-99-GRAVA-COBRANCA-EXIT
           END-IF.

           MOVE REG-PCL                    TO         REG-SORTWK.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       2200-99-TRATA-AGENDA-EXIT.          EXIT.
      *================================================================*
       2500-TRATA-MOVTO                    SECTION.
      *================================================================*
      * SO A COMPRA PARCELADA ORIGINAL (PARCELA 00, QUANTIDADE MAIOR   *
      * QUE 1) EH TRATADA; O RESTO DO ARQMOV SEGUE COMO ESTA.          *
      *----------------------------------------------------------------*
           READ  ARQMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   EQUAL      '10'
               GO TO 2500-99-TRATA-MOVTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-MOV.

           IF  MOV-PARCELAMENTO            NOT NUMERIC
               WRITE REG-TRB               FROM       REG-MOV
               PERFORM 8100-FS-MOVTRB THRU 8100-99-FS-MOVTRB-EXIT
               GO TO 2500-99-TRATA-MOVTO-EXIT
           END-IF.

           IF  MOV-PARCELA                 GREATER    ZEROS
           OR  MOV-QTD-PARCELAS            LESS       2
           OR  MOV-DATA (1:6)              GREATER    WS-ANOMES-CICLO
               WRITE REG-TRB               FROM       REG-MOV
               PERFORM 8100-FS-MOVTRB THRU 8100-99-FS-MOVTRB-EXIT
               GO TO 2500-99-TRATA-MOVTO-EXIT
           END-IF.

           IF  MOV-DATA (1:6)              LESS       WS-ANOMES-CICLO
               ADD  1                      TO   WS-ORIGINAIS-ANTIGAS
               GO TO 2500-99-TRATA-MOVTO-EXIT
           END-IF.

           MOVE MOV-CPF                    TO         DETC-CPF.
           MOVE MOV-DATA                   TO         DETC-DATA.
           MOVE MOV-VALOR                  TO         DETC-VALOR.
           MOVE MOV-QTD-PARCELAS           TO         DETC-QTD.

           IF  MOV-QTD-PARCELAS            GREATER    WS-MAX-PARCELAS
               MOVE ZEROS                  TO         DETC-PARCELA
               MOVE 'RECUSADA-QTD PARC'    TO         DETC-OCORRENCIA
               WRITE REG-REL               FROM       DET-COMPRA
               PERFORM 8000-FS-RELPCL THRU 8000-99-FS-RELPCL-EXIT
               ADD  1                      TO   WS-COMPRAS-RECUSADAS
               GO TO 2500-99-TRATA-MOVTO-EXIT
           END-IF.

           PERFORM 2600-GERA-PARCELAS
               THRU 2600-99-GERA-PARCELAS-EXIT.

           MOVE WS-VALOR-PARCELA           TO         DETC-PARCELA.
           MOVE 'AGENDADA'                 TO         DETC-OCORRENCIA.
           WRITE REG-REL                   FROM       DET-COMPRA.
           PERFORM 8000-FS-RELPCL THRU 8000-99-FS-RELPCL-EXIT.
           ADD  1                          TO   WS-COMPRAS-AGENDADAS.
      *----------------------------------------------------------------*
       2500-99-TRATA-MOVTO-EXIT.           EXIT.
      *================================================================*
       2600-GERA-PARCELAS                  SECTION.
      *================================================================*
      * PARCELA IGUAL TRUNCADA NOS CENTAVOS; A ULTIMA LEVA A SOBRA.    *
      * A 1A EH COBRADA NESTE CICLO, AS DEMAIS UMA POR CICLO SEGUINTE. *
      *----------------------------------------------------------------*
           COMPUTE WS-VALOR-PARCELA = MOV-VALOR / MOV-QTD-PARCELAS.
           COMPUTE WS-VALOR-ULTIMA  = MOV-VALOR
                   - (WS-VALOR-PARCELA * (MOV-QTD-PARCELAS - 1)).

           MOVE WS-ANOMES-CICLO            TO         WS-CICLO-PARCELA.
           MOVE 1                          TO         WS-IND-PARCELA.

           PERFORM 2700-GERA-PARCELA
               THRU 2700-99-GERA-PARCELA-EXIT
                   UNTIL WS-IND-PARCELA    GREATER    MOV-QTD-PARCELAS.
      *----------------------------------------------------------------*
       2600-99-GERA-PARCELAS-EXIT.         EXIT.
      *================================================================*
       2700-GERA-PARCELA                   SECTION.
      *================================================================*
           INITIALIZE                      REG-PCL.
           MOVE MOV-CPF                    TO         PCL-CPF.
           MOVE MOV-DATA                   TO         PCL-DATA-COMPRA.
           MOVE WS-IND-PARCELA             TO         PCL-PARCELA.
           MOVE MOV-NOME                   TO         PCL-NOME.
           MOVE MOV-QTD-PARCELAS           TO         PCL-QTD-PARCELAS.
           MOVE MOV-VALOR                  TO         PCL-VALOR-COMPRA.
           MOVE WS-CICLO-PARCELA           TO         PCL-CICLO.
           IF  WS-IND-PARCELA              EQUAL      MOV-QTD-PARCELAS
               MOVE WS-VALOR-ULTIMA        TO      PCL-VALOR-PARCELA
           ELSE
               MOVE WS-VALOR-PARCELA       TO      PCL-VALOR-PARCELA
           END-IF.

           IF  WS-IND-PARCELA              EQUAL      1
               MOVE 'C'                    TO         PCL-SITUACAO
               PERFORM 2800-GRAVA-COBRANCA
                   THRU 2800-99-GRAVA-COBRANCA-EXIT
           ELSE
               MOVE 'A'                    TO         PCL-SITUACAO
           END-IF.

           MOVE REG-PCL                    TO         REG-SORTWK.
           RELEASE REG-SORTWK.
           ADD  1                          TO    WS-PARCELAS-GERADAS.

           ADD  1                          TO         WS-IND-PARCELA.
           IF  WS-CP-MES                   EQUAL      12
               ADD  1                      TO         WS-CP-ANO
               MOVE 01                     TO         WS-CP-MES
           ELSE
               ADD  1                      TO         WS-CP-MES
           END-IF.
      *----------------------------------------------------------------*
       2700-99-GERA-PARCELA-EXIT.          EXIT.
      *================================================================*
       2800-GRAVA-COBRANCA                 SECTION.
      *================================================================*
      * COBRANCA DA PARCELA NO LAYOUT DO ARQMOV, DATADA NO DIA DA      *
      * COMPRA DENTRO DO CICLO (DIA 29 A 31 VAI PARA 28).              *
      *----------------------------------------------------------------*
           MOVE WS-ANOMES-CICLO            TO         WS-DC-ANOMES.
           MOVE PCL-DATA-COMPRA (7:2)      TO         WS-DC-DIA.
           IF  WS-DC-DIA                   GREATER    28
               MOVE 28                     TO         WS-DC-DIA
           END-IF.

           MOVE PCL-CPF                    TO         WS-MC-CPF.
           MOVE PCL-NOME                   TO         WS-MC-NOME.
           MOVE WS-DATA-COBRANCA           TO         WS-MC-DATA.
           MOVE PCL-VALOR-PARCELA          TO         WS-MC-VALOR.
           MOVE PCL-PARCELA                TO         WS-MC-PARCELA.
           MOVE PCL-QTD-PARCELAS           TO      WS-MC-QTD-PARCELAS.
           WRITE REG-TRB                   FROM       WS-MOV-COBRANCA.
           PERFORM 8100-FS-MOVTRB THRU 8100-99-FS-MOVTRB-EXIT.

           ADD  1                          TO    WS-PARCELAS-COBRADAS.
           ADD  PCL-VALOR-PARCELA          TO    WS-TOT-COBRADO.
      *----------------------------------------------------------------*
       2800-99-GRAVA-COBRANCA-EXIT.        EXIT.
      *================================================================*
       3000-CLASSIFICA-MOVTOS              SECTION.
      *================================================================*
      * O ARQMOVN SAI POR CPF E DATA, COMO O ARQMOV QUE SUBSTITUI.     *
      *----------------------------------------------------------------*
           MOVE '3000-CLASSIFICA-MOVTOS'   TO    WS-CODIGO-AREA.

           SORT SORTMV
                ASCENDING KEY              SM-CPF
                                           SM-DATA
                USING                      MOVTRB
                GIVING                     ARQMOVN.
      *----------------------------------------------------------------*
       3000-99-CLASSIFICA-MOVTOS-EXIT.     EXIT.
      *================================================================*
       8000-FS-RELPCL                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELPCL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELPCL-EXIT.             EXIT.
      *================================================================*
       8100-FS-MOVTRB                      SECTION.
      *================================================================*
           IF  WS-FS-TRB                   NOT EQUAL  '00'
               MOVE WS-FS-TRB              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DE TRABALHO MOVTRB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-TRB.
      *----------------------------------------------------------------*
       8100-99-FS-MOVTRB-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RELPCL.
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* CICLO                 =    ' WS-ANOMES-CICLO.
           DISPLAY '* LIDOS EM ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* LIDOS EM PCLMST       =    ' WS-LIDOS-PCL.
           DISPLAY '* COMPRAS AGENDADAS     =    ' WS-COMPRAS-AGENDADAS.
           DISPLAY '* COMPRAS RECUSADAS     =    ' WS-COMPRAS-RECUSADAS.
           DISPLAY '* ORIGINAIS JA AGENDADAS=    ' WS-ORIGINAIS-ANTIGAS.
           DISPLAY '* PARCELAS GERADAS      =    ' WS-PARCELAS-GERADAS.
           DISPLAY '* PARCELAS COBRADAS     =    ' WS-PARCELAS-COBRADAS.
           DISPLAY '* PARCELAS EM ATRASO    =    '
                                           WS-PARCELAS-ATRASADAS.
           DISPLAY '* VALOR COBRADO         =    ' WS-TOT-COBRADO.
           DISPLAY '* GRAVADOS NO ARQMOVN   =    ' WS-GRAVADOS-TRB.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-MOV              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-TRB           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB812S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
