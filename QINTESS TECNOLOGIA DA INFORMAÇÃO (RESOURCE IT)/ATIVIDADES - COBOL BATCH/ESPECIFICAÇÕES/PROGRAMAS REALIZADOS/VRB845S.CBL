       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB845S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: TRANSFERENCIA DE CONTAS ENTRE AGENCIAS. AS           *
      * SOLICITACOES DO DIA (TRFTRN: CONTA, AGENCIA NOVA, DATA EFETIVA *
      * E OPERADOR SOLICITANTE) SAO CLASSIFICADAS POR CONTA E DATA     *
      * EFETIVA E APLICADAS NO COMPANHEIRO CONTA-AGENCIA CTAAGE, QUE   *
      * SAI NOVO (CTAAGEN) NA MESMA ORDEM, JA COM A AGENCIA ATUAL.     *
      * CADA TRANSFERENCIA ACEITA VAI PARA O HISTORICO ACUMULATIVO     *
      * TRFHST (AGENCIA DE ORIGEM E DE DESTINO, DATA EFETIVA,          *
      * OPERADOR), USADO PELO VRB786S PARA CREDITAR CADA MES A AGENCIA *
      * QUE DETINHA A CONTA E PELO RELATORIO MENSAL VRB846S.           *
      * VAO PARA O PTRREJ, COM O MOTIVO:                               *
      *   - CONTA, AGENCIA OU DATA INVALIDAS; DATA EFETIVA FUTURA OU   *
      *     ANTERIOR A ABERTURA DA CONTA;                              *
      *   - OPERADOR SEM AUTORIZACAO VIGENTE NO OPAUT PARA O VRB845S;  *
      *   - CONTA JA NA AGENCIA PEDIDA; CONTA FORA DO CTAAGE.          *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          REJEITOS E TRABALHO PASSAM A *
      *                                   PTRREJ E PTRSRT (TRFREJ E    *
      *                                   TRFSRT SAO DDS DO VRB823S)   *
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

           SELECT TRFTRN         ASSIGN TO TRFTRN
           FILE STATUS           IS        WS-FS-TRN.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT PTRSRT         ASSIGN TO PTRSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT OPAUT          ASSIGN TO OPAUT
           FILE STATUS           IS        WS-FS-AUT.
      *----------------------------------------------------------------*
           SELECT CTAAGE         ASSIGN TO CTAAGE
           FILE STATUS           IS        WS-FS-CTG.
      *----------------------------------------------------------------*
           SELECT CTAAGEN        ASSIGN TO CTAAGEN
           FILE STATUS           IS        WS-FS-CTGN.
      *----------------------------------------------------------------*
           SELECT TRFHST         ASSIGN TO TRFHST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT PTRREJ         ASSIGN TO PTRREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   SOLICITACOES DE TRANSFERENCIA DO DIA                         *
      *----------------------------------------------------------------*
       FD  TRFTRN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-TRN.

       01  REG-TRN                         PIC X(40).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CONTA                     PIC X(10).
           05 FILLER                       PIC X(04).
           05 SW-DATA-EFETIVA              PIC X(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  PTRSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 TRN-CONTA                    PIC 9(10).
           05 TRN-AGENCIA-NOVA             PIC 9(04).
           05 TRN-DATA-EFETIVA             PIC 9(08).
           05 TRN-DATA-EFETIVA-R REDEFINES TRN-DATA-EFETIVA.
              10 TRN-EFE-ANO               PIC 9(04).
              10 TRN-EFE-MES               PIC 9(02).
              10 TRN-EFE-DIA               PIC 9(02).
           05 TRN-OPERADOR                 PIC X(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   AUTORIZACOES DE OPERADOR POR PROGRAMA                        *
      *----------------------------------------------------------------*
       FD  OPAUT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-AUT.

       01  REG-AUT.
           05 AUT-OPERADOR                 PIC X(08).
           05 AUT-PROGRAMA                 PIC X(08).
           05 AUT-MODO                     PIC X(01).
           05 AUT-DATA-EXPIRA              PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
      *   COMPANHEIRO CONTA-AGENCIA (VRB710S), ATUAL E NOVO            *
      *----------------------------------------------------------------*
       FD  CTAAGE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTG.

       01  REG-CTG.
           05 CTG-CONTA                    PIC 9(10).
           05 CTG-AGENCIA                  PIC 9(04).
           05 CTG-CPF                      PIC 9(11).
           05 CTG-DATA-ABERTURA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  CTAAGEN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTGN.

       01  REG-CTGN                        PIC X(40).
      *----------------------------------------------------------------*
      *   HISTORICO ACUMULATIVO DAS TRANSFERENCIAS                     *
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
           05 HST-OPERADOR                 PIC X(08).
           05 HST-DATA-PROCESSA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   SOLICITACOES REJEITADAS: MOTIVO + REGISTRO ORIGINAL          *
      *----------------------------------------------------------------*
       FD  PTRREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-MOTIVO                   PIC X(30).
           05 REJ-REGISTRO                 PIC X(40).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TRN                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTG                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTGN                      PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *      OPERADORES AUTORIZADOS E VIGENTES PARA O VRB845S          *
      *----------------------------------------------------------------*
       77  WS-QTDE-AUT                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-AUT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-AUT-ACHADO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-AUTORIZADOS.
           05 WS-AUT-OPERADOR-OCR          PIC X(08)  OCCURS 200.
      *----------------------------------------------------------------*
      *      TRANSFERENCIAS VALIDAS, POR CONTA E DATA EFETIVA          *
      *      SITUACAO: P = PENDENTE, A = APLICADA, R = REJEITADA       *
      *----------------------------------------------------------------*
       77  WS-QTDE-TRF                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TRF                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-TRANSF.
           05 WS-TRF-ITEM                  OCCURS 2000 TIMES.
              10 WS-TRF-CONTA              PIC 9(10).
              10 WS-TRF-AGENCIA            PIC 9(04).
              10 WS-TRF-DATA               PIC 9(08).
              10 WS-TRF-OPERADOR           PIC X(08).
              10 WS-TRF-SITUACAO           PIC X(01).
              10 WS-TRF-REGISTRO           PIC X(40).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TRN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTG                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTGN                PIC 9(07)     VALUE ZEROS.
       77  WS-TRANSFERIDAS                 PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB845S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB845S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-TRANS
               THRU 0100-99-CLASSIFICA-TRANS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA-CONTA
               THRU 2000-99-PROCESSA-CONTA-EXIT
                   UNTIL WS-FS-CTG         EQUAL '10'.
           PERFORM 3000-SEM-CONTA          THRU  3000-99-SEM-CONTA-EXIT
               VARYING WS-IND-TRF FROM 1 BY 1
                 UNTIL WS-IND-TRF GREATER WS-QTDE-TRF.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-TRANS               SECTION.
      *================================================================*
      * CLASSIFICA AS SOLICITACOES POR CONTA E DATA EFETIVA; DUAS      *
      * TRANSFERENCIAS DA MESMA CONTA SAO APLICADAS EM SEQUENCIA.      *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-TRANS'    TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CONTA
                                           SW-DATA-EFETIVA
                WITH DUPLICATES IN ORDER
                USING                      TRFTRN
                GIVING                     PTRSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-TRANS-EXIT.      EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '1000-INICIO'              TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           OPEN  INPUT                     OPAUT.
           IF    WS-FS-AUT                 NOT EQUAL  '00'
                 MOVE WS-FS-AUT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1100-CARREGA-OPAUT THRU 1100-99-CARREGA-OPAUT-EXIT
                   UNTIL WS-FS-AUT         EQUAL      '10'.
           CLOSE OPAUT.

           OPEN  OUTPUT                    PTRREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS REJEITOS PTRREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     PTRSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRABALHO PTRSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1200-CARREGA-TRANS THRU 1200-99-CARREGA-TRANS-EXIT
                   UNTIL WS-FS-SRT         EQUAL      '10'.
           CLOSE PTRSRT.

           OPEN  INPUT                     CTAAGE.
           IF    WS-FS-CTG                 NOT EQUAL  '00'
                 MOVE WS-FS-CTG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CTAAGEN.
           IF    WS-FS-CTGN                NOT EQUAL  '00'
                 MOVE WS-FS-CTGN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO COMPANHEIRO NOVO CTAAGEN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    TRFHST.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 OPEN OUTPUT               TRFHST
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-OPAUT                  SECTION.
      *================================================================*
           READ  OPAUT.
           IF  WS-FS-AUT  NOT EQUAL '00'
           AND WS-FS-AUT  NOT EQUAL '10'
               MOVE WS-FS-AUT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-AUT                   NOT EQUAL  '00'
           OR  AUT-PROGRAMA                NOT EQUAL  'VRB845S'
           OR  AUT-DATA-EXPIRA             LESS       WS-DATA-HOJE
               GO TO 1100-99-CARREGA-OPAUT-EXIT
           END-IF.

           IF  WS-QTDE-AUT                 EQUAL      200
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'OPAUT COM MAIS DE 200 OPERADORES PARA O VRB845S'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-AUT.
           MOVE AUT-OPERADOR    TO WS-AUT-OPERADOR-OCR (WS-QTDE-AUT).
      *----------------------------------------------------------------*
       1100-99-CARREGA-OPAUT-EXIT.         EXIT.
      *================================================================*
       1200-CARREGA-TRANS                  SECTION.
      *================================================================*
      * VALIDA A SOLICITACAO ISOLADA; A QUE PASSA ENTRA NA TABELA      *
      * PENDENTE DE APLICACAO NO CTAAGE.                               *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-TRANS'       TO         WS-CODIGO-AREA.

           READ  PTRSRT.
           IF  WS-FS-SRT  NOT EQUAL '00'
           AND WS-FS-SRT  NOT EQUAL '10'
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO PTRSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SRT                   EQUAL      '10'
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TRN.

           IF  TRN-CONTA                   NOT NUMERIC
           OR  TRN-CONTA                   EQUAL      ZEROS
               MOVE 'CONTA INVALIDA'       TO         REJ-MOTIVO
               PERFORM 1290-REJEITA-LIDA THRU 1290-99-REJEITA-LIDA-EXIT
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           IF  TRN-AGENCIA-NOVA            NOT NUMERIC
           OR  TRN-AGENCIA-NOVA            EQUAL      ZEROS
               MOVE 'AGENCIA DE DESTINO INVALIDA'
                                           TO         REJ-MOTIVO
               PERFORM 1290-REJEITA-LIDA THRU 1290-99-REJEITA-LIDA-EXIT
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           IF  TRN-DATA-EFETIVA            NOT NUMERIC
           OR  TRN-EFE-MES                 LESS       1
           OR  TRN-EFE-MES                 GREATER    12
           OR  TRN-EFE-DIA                 LESS       1
           OR  TRN-EFE-DIA                 GREATER    31
               MOVE 'DATA EFETIVA INVALIDA' TO        REJ-MOTIVO
               PERFORM 1290-REJEITA-LIDA THRU 1290-99-REJEITA-LIDA-EXIT
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           IF  TRN-DATA-EFETIVA            GREATER    WS-DATA-HOJE
               MOVE 'DATA EFETIVA FUTURA'  TO         REJ-MOTIVO
               PERFORM 1290-REJEITA-LIDA THRU 1290-99-REJEITA-LIDA-EXIT
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-AUT-ACHADO.
           PERFORM 1210-BUSCA-OPERADOR
               THRU 1210-99-BUSCA-OPERADOR-EXIT
               VARYING WS-IND-AUT FROM 1 BY 1
                 UNTIL WS-IND-AUT GREATER WS-QTDE-AUT
                    OR WS-AUT-ACHADO EQUAL 'S'.
           IF  WS-AUT-ACHADO               NOT EQUAL  'S'
               MOVE 'OPERADOR SEM AUTORIZACAO' TO     REJ-MOTIVO
               PERFORM 1290-REJEITA-LIDA THRU 1290-99-REJEITA-LIDA-EXIT
               GO TO 1200-99-CARREGA-TRANS-EXIT
           END-IF.

           IF  WS-QTDE-TRF                 EQUAL      2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TRFTRN COM MAIS DE 2000 TRANSFERENCIAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-TRF.
           MOVE TRN-CONTA          TO  WS-TRF-CONTA    (WS-QTDE-TRF).
           MOVE TRN-AGENCIA-NOVA   TO  WS-TRF-AGENCIA  (WS-QTDE-TRF).
           MOVE TRN-DATA-EFETIVA   TO  WS-TRF-DATA     (WS-QTDE-TRF).
           MOVE TRN-OPERADOR       TO  WS-TRF-OPERADOR (WS-QTDE-TRF).
           MOVE 'P'                TO  WS-TRF-SITUACAO (WS-QTDE-TRF).
           MOVE REG-SRT            TO  WS-TRF-REGISTRO (WS-QTDE-TRF).
      *----------------------------------------------------------------*
       1200-99-CARREGA-TRANS-EXIT.         EXIT.
      *================================================================*
       1210-BUSCA-OPERADOR                 SECTION.
      *================================================================*
           IF  WS-AUT-OPERADOR-OCR (WS-IND-AUT) EQUAL TRN-OPERADOR
               MOVE 'S'                    TO         WS-AUT-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       1210-99-BUSCA-OPERADOR-EXIT.        EXIT.
      *================================================================*
       1290-REJEITA-LIDA                   SECTION.
      *================================================================*
           MOVE REG-SRT                    TO         REJ-REGISTRO.
           PERFORM 8000-GRAVA-REJEITO THRU 8000-99-GRAVA-REJEITO-EXIT.
      *----------------------------------------------------------------*
       1290-99-REJEITA-LIDA-EXIT.          EXIT.
      *================================================================*
       2000-PROCESSA-CONTA                 SECTION.
      *================================================================*
      * COPIA O CTAAGE PARA O CTAAGEN APLICANDO AS TRANSFERENCIAS DA   *
      * CONTA. A TABELA ESTA EM ORDEM DE CONTA: A BUSCA PARA NA        *
      * PRIMEIRA CONTA MAIOR.                                          *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-CONTA'      TO         WS-CODIGO-AREA.

           READ  CTAAGE.
           IF  WS-FS-CTG  NOT EQUAL '00'
           AND WS-FS-CTG  NOT EQUAL '10'
               MOVE WS-FS-CTG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER COMPANHEIRO CTAAGE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTG                   EQUAL      '10'
               GO TO 2000-99-PROCESSA-CONTA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTG.

           PERFORM 2100-APLICA-TRANSF THRU 2100-99-APLICA-TRANSF-EXIT
               VARYING WS-IND-TRF FROM 1 BY 1
                 UNTIL WS-IND-TRF GREATER WS-QTDE-TRF
                    OR WS-TRF-CONTA (WS-IND-TRF) GREATER CTG-CONTA.

           WRITE REG-CTGN                  FROM       REG-CTG.
           IF  WS-FS-CTGN                  NOT EQUAL  '00'
               MOVE WS-FS-CTGN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR COMPANHEIRO NOVO CTAAGEN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-CTGN.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-CONTA-EXIT.        EXIT.
      *================================================================*
       2100-APLICA-TRANSF                  SECTION.
      *================================================================*
           IF  WS-TRF-CONTA (WS-IND-TRF)   NOT EQUAL  CTG-CONTA
           OR  WS-TRF-SITUACAO (WS-IND-TRF) NOT EQUAL 'P'
               GO TO 2100-99-APLICA-TRANSF-EXIT
           END-IF.

           IF  WS-TRF-DATA (WS-IND-TRF)    LESS       CTG-DATA-ABERTURA
               MOVE 'DATA ANTERIOR A ABERTURA' TO     REJ-MOTIVO
               PERFORM 2190-REJEITA-TABELA
                   THRU 2190-99-REJEITA-TABELA-EXIT
               GO TO 2100-99-APLICA-TRANSF-EXIT
           END-IF.

           IF  WS-TRF-AGENCIA (WS-IND-TRF) EQUAL      CTG-AGENCIA
               MOVE 'CONTA JA ESTA NA AGENCIA' TO     REJ-MOTIVO
               PERFORM 2190-REJEITA-TABELA
                   THRU 2190-99-REJEITA-TABELA-EXIT
               GO TO 2100-99-APLICA-TRANSF-EXIT
           END-IF.

           MOVE CTG-CONTA                  TO         HST-CONTA.
           MOVE CTG-CPF                    TO         HST-CPF.
           MOVE CTG-AGENCIA                TO    HST-AGENCIA-ORIGEM.
           MOVE WS-TRF-AGENCIA (WS-IND-TRF) TO  HST-AGENCIA-DESTINO.
           MOVE WS-TRF-DATA (WS-IND-TRF)   TO         HST-DATA-EFETIVA.
           MOVE WS-TRF-OPERADOR (WS-IND-TRF) TO       HST-OPERADOR.
           MOVE WS-DATA-HOJE               TO         HST-DATA-PROCESSA.
           MOVE SPACES                     TO         REG-HST (54:7).
           WRITE REG-HST.
           IF  WS-FS-HST                   NOT EQUAL  '00'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-TRF-AGENCIA (WS-IND-TRF) TO        CTG-AGENCIA.
           MOVE 'A'                 TO  WS-TRF-SITUACAO (WS-IND-TRF).
           ADD  1                          TO         WS-TRANSFERIDAS.
      *----------------------------------------------------------------*
       2100-99-APLICA-TRANSF-EXIT.         EXIT.
      *================================================================*
       2190-REJEITA-TABELA                 SECTION.
      *================================================================*
           MOVE WS-TRF-REGISTRO (WS-IND-TRF) TO       REJ-REGISTRO.
           MOVE 'R'                 TO  WS-TRF-SITUACAO (WS-IND-TRF).
           PERFORM 8000-GRAVA-REJEITO THRU 8000-99-GRAVA-REJEITO-EXIT.
      *----------------------------------------------------------------*
       2190-99-REJEITA-TABELA-EXIT.        EXIT.
      *================================================================*
       3000-SEM-CONTA                      SECTION.
      *================================================================*
      * O QUE FICOU PENDENTE APOS O CTAAGE INTEIRO NAO TEM CONTA.      *
      *----------------------------------------------------------------*
           IF  WS-TRF-SITUACAO (WS-IND-TRF) EQUAL     'P'
               MOVE 'CONTA NAO ENCONTRADA NO CTAAGE'
                                           TO         REJ-MOTIVO
               PERFORM 2190-REJEITA-TABELA
                   THRU 2190-99-REJEITA-TABELA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       3000-99-SEM-CONTA-EXIT.             EXIT.
      *================================================================*
       8000-GRAVA-REJEITO                  SECTION.
      *================================================================*
           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REJEITOS PTRREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       8000-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CTAAGE  CTAAGEN  TRFHST  PTRREJ.

           IF  WS-FS-CTG                   NOT EQUAL  '00'
           OR  WS-FS-CTGN                  NOT EQUAL  '00'
           OR  WS-FS-HST                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-CTGN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* SOLICITACOES LIDAS    =    ' WS-LIDOS-TRN.
           DISPLAY '* TRANSFERENCIAS FEITAS =    ' WS-TRANSFERIDAS.
           DISPLAY '* REJEITADAS (PTRREJ)   =    ' WS-REJEITADAS.
           DISPLAY '* LIDOS CTAAGE          =    ' WS-LIDOS-CTG.
           DISPLAY '* GRAVADOS CTAAGEN      =    ' WS-GRAVADOS-CTGN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TRN              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-TRANSFERIDAS           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB845S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
