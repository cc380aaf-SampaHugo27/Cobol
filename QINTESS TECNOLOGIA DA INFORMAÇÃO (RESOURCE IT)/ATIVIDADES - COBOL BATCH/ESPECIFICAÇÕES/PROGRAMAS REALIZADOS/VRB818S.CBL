       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB818S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MONITORAMENTO MENSAL DE PREVENCAO A LAVAGEM DE       *
      * DINHEIRO (PLD) SOBRE OS MOVIMENTOS DO CARTAO DO MES DO         *
      * PARAMETRO PRFPARM (ANOMES). POR CPF:                           *
      *   LA = SOMA DO MES (COMPRAS E CREDITOS) IGUAL OU ACIMA DO      *
      *        LIMITE MENSAL DE COMUNICACAO (PLD/LIMMENSA);            *
      *   RD = COMPRAS DO MES ACIMA DE FATRENDA VEZES A RENDA MENSAL   *
      *        DO CLIENTE. A RENDA EH A DECLARADA MAIS RECENTE DO      *
      *        RENDECL (OPCIONAL); SEM DECLARACAO EH ESTIMADA PELA     *
      *        MEDIA DOS MESES DO HISTMES, FORA O PROPRIO MES. CLIENTE *
      *        SEM DECLARACAO E SEM HISTORICO NAO TEM BASE E SO EH     *
      *        CONTADO.                                                *
      * CADA OCORRENCIA GERA UMA LINHA NO AMLALT, DATADA DO PRIMEIRO   *
      * DIA DO MES; O VRB819S ABRE O ALERTA PARA O COMPLIANCE. AS      *
      * REGRAS DIARIAS SAO DO VRB817S.                                 *
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
           FILE STATUS           IS        WS-FS-PRF.
      *----------------------------------------------------------------*
           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT MOVMES         ASSIGN TO MOVMES
           FILE STATUS           IS        WS-FS-MMES.
      *----------------------------------------------------------------*
           SELECT HISTMES        ASSIGN TO HISTMES
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT RENDECL        ASSIGN TO RENDECL
           FILE STATUS           IS        WS-FS-REN.
      *----------------------------------------------------------------*
           SELECT AMLALT         ASSIGN TO AMLALT
           FILE STATUS           IS        WS-FS-ALT.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRF.

       01  REG-PRF.
           05 PRF-ANOMES                   PIC 9(06).
           05 PRF-ANOMES-R REDEFINES PRF-ANOMES.
              10 PRF-ANO                   PIC 9(04).
              10 PRF-MES                   PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *   MOVIMENTOS DO CARTAO                                         *
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
           05 MOV-PARCELAMENTO             PIC X(04).
              88 MOV-CREDITO                            VALUE 'CRED'.
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-NOME                      PIC X(30).
           05 SW-DATA                      PIC 9(08).
           05 SW-VALOR                     PIC 9(15)V99.
           05 SW-PARCELAMENTO              PIC X(04).
      *----------------------------------------------------------------*
      *   MOVIMENTOS DO MES CLASSIFICADOS POR CPF                      *
      *----------------------------------------------------------------*
       FD  MOVMES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-MMES.

       01  REG-MMES.
           05 MMES-CPF                     PIC 9(11).
           05 MMES-NOME                    PIC X(30).
           05 MMES-DATA                    PIC 9(08).
           05 MMES-VALOR                   PIC 9(15)V99.
           05 MMES-PARCELAMENTO            PIC X(04).
              88 MMES-CREDITO                           VALUE 'CRED'.
      *----------------------------------------------------------------*
      *   HISTORICO DE GASTO DE 13 MESES POR CPF                       *
      *----------------------------------------------------------------*
       FD  HISTMES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 350 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-CPF                      PIC 9(11).
           05 HIS-NOME                     PIC X(30).
           05 HIS-BUCKET                   OCCURS 13 TIMES.
              10 HIS-ANO-MES               PIC 9(06).
              10 HIS-VALOR                 PIC 9(15)V99.
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   RENDA MENSAL DECLARADA PELO CLIENTE, POR CPF + DATA          *
      *----------------------------------------------------------------*
       FD  RENDECL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REN.

       01  REG-REN.
           05 REN-CPF                      PIC 9(11).
           05 REN-RENDA-MENSAL             PIC 9(11)V99.
           05 REN-DATA-DECLARACAO          PIC 9(08).
           05 FILLER                       PIC X(48).
      *----------------------------------------------------------------*
      *   OCORRENCIAS DAS REGRAS (ENTRADA DO VRB819S)                  *
      *----------------------------------------------------------------*
       FD  AMLALT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-ALT.

       01  REG-ALT.
           05 ALT-CPF                      PIC 9(11).
           05 ALT-DATA                     PIC 9(08).
           05 ALT-REGRA                    PIC X(02).
           05 ALT-NOME                     PIC X(30).
           05 ALT-VALOR                    PIC 9(15)V99.
           05 ALT-QTDE-OPER                PIC 9(05).
           05 ALT-BASE                     PIC 9(15)V99.
           05 ALT-ESPECIE                  PIC X(01).
           05 ALT-REFERENCIA               PIC X(10).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-MMES                      PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REN                       PIC X(02)     VALUE '00'.
       77  WS-FS-ALT                       PIC X(02)     VALUE '00'.
       77  WS-RENDECL-ABERTO               PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *              PARAMETROS DAS REGRAS (PARGET31 PLD)              *
      *----------------------------------------------------------------*
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       77  WS-DATA-REFERENCIA              PIC 9(08)     VALUE ZEROS.
       77  WS-LIMITE-MENSAL                PIC 9(11)V99  VALUE 100000.
       77  WS-FATOR-RENDA                  PIC 9(03)V99  VALUE 3.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-LIMITE-R REDEFINES WS-VC-AREA.
           05 WS-VC-LIMITE                 PIC 9(11)V9(02).
           05 FILLER                       PIC X(27).
       01  WS-VC-FATOR-R REDEFINES WS-VC-AREA.
           05 WS-VC-FATOR                  PIC 9(03)V9(02).
           05 FILLER                       PIC X(35).
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-MOV                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-HIS                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-REN                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-ATUAL                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *            ACUMULADORES DO CPF CORRENTE (QUEBRA)               *
      *----------------------------------------------------------------*
       01  WS-CLIENTE.
           05 WS-CLI-CPF                   PIC 9(11).
           05 WS-CLI-NOME                  PIC X(30).
           05 WS-MES-VALOR                 PIC 9(15)V99.
           05 WS-MES-QTDE                  PIC 9(05).
           05 WS-MES-COMPRAS               PIC 9(15)V99.
           05 WS-MES-QTDE-COMPRAS          PIC 9(05).
           05 WS-RENDA-MENSAL              PIC 9(15)V99.
           05 WS-RENDA-ORIGEM              PIC X(10).
       77  WS-RENDA-DECLARADA              PIC 9(11)V99  VALUE ZEROS.
       77  WS-TEM-DECLARACAO               PIC X(01)     VALUE 'N'.
       77  WS-SOMA-HISTORICO               PIC 9(15)V99  VALUE ZEROS.
       77  WS-MESES-HISTORICO              PIC 9(02)     VALUE ZEROS.
       77  WS-LIMITE-RENDA                 PIC 9(15)V99  VALUE ZEROS.
       77  WS-IND-HIS                      PIC 9(02)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-MOVTOS-MES                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-REN                    PIC 9(07)     VALUE ZEROS.
       77  WS-CLIENTES                     PIC 9(07)     VALUE ZEROS.
       77  WS-RENDA-DECL                   PIC 9(07)     VALUE ZEROS.
       77  WS-RENDA-ESTIM                  PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-RENDA                    PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-LA                   PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-RD                   PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ALT                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB818S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB818S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                INPUT  PROCEDURE IS        0150-LE-ARQMOV
                GIVING                     MOVMES.

           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-AVALIA-CPF         THRU  2000-99-AVALIA-CPF-EXIT
                   UNTIL WS-CPF-MOV        EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * MES DE REFERENCIA (PRFPARM) E LIMITES EM VIGOR NO PRIMEIRO DIA *
      * DELE. CHAVE SEM LINHA VIGENTE (V) FICA NO PADRAO: 100.000,00   *
      * NO MES E 3 VEZES A RENDA.                                      *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PRF                 NOT EQUAL  '00'
                 MOVE WS-FS-PRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PRF                 NOT EQUAL  '00'
           OR    PRF-ANOMES                NOT NUMERIC
           OR    PRF-MES                   LESS       1
           OR    PRF-MES                   GREATER    12
                 MOVE WS-FS-PRF            TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PRF-ANOMES                TO         WS-ANOMES-REF.
           CLOSE PRFPARM.

           COMPUTE WS-DATA-REFERENCIA = WS-ANOMES-REF * 100 + 1.

           MOVE 'PLD     '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-REFERENCIA         TO         WS-PGT-DATA-BASE.

           MOVE 'LIMMENSA'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:13)    NOT NUMERIC
               OR  WS-VC-LIMITE            EQUAL      ZEROS
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'LIMITE MENSAL DE COMUNICACAO NO PARMMST INV.'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-LIMITE           TO         WS-LIMITE-MENSAL
           END-IF.

           MOVE 'FATRENDA'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:5)     NOT NUMERIC
               OR  WS-VC-FATOR             EQUAL      ZEROS
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'FATOR DE RENDA NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-FATOR            TO         WS-FATOR-RENDA
           END-IF.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0060-BUSCA-PARAMETRO                SECTION.
      *================================================================*
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       0060-99-BUSCA-PARAMETRO-EXIT.       EXIT.
      *================================================================*
       0150-LE-ARQMOV                      SECTION.
      *================================================================*
      * SO ENTRAM OS MOVIMENTOS DO MES DE REFERENCIA.                  *
      *----------------------------------------------------------------*
           MOVE '0150-LE-ARQMOV'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ARQMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-MOVIMENTO
               THRU 0160-99-RELEASE-MOVIMENTO-EXIT
                   UNTIL WS-FS-MOV         EQUAL      '10'.

           CLOSE ARQMOV.
      *----------------------------------------------------------------*
       0150-99-LE-ARQMOV-EXIT.             EXIT.
      *================================================================*
       0160-RELEASE-MOVIMENTO              SECTION.
      *================================================================*
           READ ARQMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE '0160-RELEASE-MOVIMENTO' TO       WS-CODIGO-AREA
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   EQUAL      '10'
               GO TO 0160-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-MOV.

           IF  MOV-CPF                     NOT NUMERIC
           OR  MOV-CPF                     EQUAL      ZEROS
           OR  MOV-DATA (1:6)              NOT EQUAL  WS-ANOMES-REF
               GO TO 0160-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           MOVE REG-MOV                    TO         REG-SORTWK.
           RELEASE REG-SORTWK.
           ADD  1                          TO         WS-MOVTOS-MES.
      *----------------------------------------------------------------*
       0160-99-RELEASE-MOVIMENTO-EXIT.     EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     MOVMES  HISTMES.
           IF    WS-FS-MMES                NOT EQUAL  '00'
           OR    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVMES OU DO HISTMES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * SEM O CADASTRO DE RENDA DECLARADA (35) TODA RENDA EH ESTIMADA.
           OPEN  INPUT                     RENDECL.
           IF    WS-FS-REN                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-REN
                 MOVE HIGH-VALUES          TO         WS-CPF-REN
           ELSE
                 IF  WS-FS-REN             NOT EQUAL  '00'
                     MOVE WS-FS-REN        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO ARQUIVO RENDECL'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-RENDECL-ABERTO
                 PERFORM 1300-LER-RENDECL
                     THRU 1300-99-LER-RENDECL-EXIT
           END-IF.

           OPEN  OUTPUT                    AMLALT.
           IF    WS-FS-ALT                 NOT EQUAL  '00'
                 MOVE WS-FS-ALT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO AMLALT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-MOVMES   THRU  1100-99-LER-MOVMES-EXIT.
           PERFORM 1200-LER-HISTMES  THRU  1200-99-LER-HISTMES-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-MOVMES                     SECTION.
      *================================================================*
           READ MOVMES.

           IF  WS-FS-MMES  NOT EQUAL '00'
           AND WS-FS-MMES  NOT EQUAL '10'
               MOVE '1100-LER-MOVMES'      TO         WS-CODIGO-AREA
               MOVE WS-FS-MMES             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO MOVMES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MMES                  EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-MOV
           ELSE
               MOVE MMES-CPF               TO         WS-CPF-MOV
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-MOVMES-EXIT.            EXIT.
      *================================================================*
       1200-LER-HISTMES                    SECTION.
      *================================================================*
           READ HISTMES.

           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE '1200-LER-HISTMES'     TO         WS-CODIGO-AREA
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER HISTMES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-HIS
           ELSE
               MOVE HIS-CPF                TO         WS-CPF-HIS
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-HISTMES-EXIT.           EXIT.
      *================================================================*
       1300-LER-RENDECL                    SECTION.
      *================================================================*
           READ RENDECL.

           IF  WS-FS-REN   NOT EQUAL '00'
           AND WS-FS-REN   NOT EQUAL '10'
               MOVE '1300-LER-RENDECL'     TO         WS-CODIGO-AREA
               MOVE WS-FS-REN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO RENDECL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-REN                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-REN
           ELSE
               MOVE REN-CPF                TO         WS-CPF-REN
               ADD  1                      TO         WS-LIDOS-REN
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-RENDECL-EXIT.           EXIT.
      *================================================================*
       2000-AVALIA-CPF                     SECTION.
      *================================================================*
      * SOMA O MES DO CPF, APURA A RENDA E APLICA AS REGRAS MENSAIS.   *
      *----------------------------------------------------------------*
           MOVE '2000-AVALIA-CPF'          TO         WS-CODIGO-AREA.

           INITIALIZE WS-CLIENTE.
           MOVE WS-CPF-MOV                 TO         WS-CPF-ATUAL.
           MOVE MMES-CPF                   TO         WS-CLI-CPF.
           MOVE MMES-NOME                  TO         WS-CLI-NOME.

           PERFORM 2100-SOMA-MES
               THRU 2100-99-SOMA-MES-EXIT
                   UNTIL WS-CPF-MOV        NOT EQUAL  WS-CPF-ATUAL.

           ADD  1                          TO         WS-CLIENTES.

           IF  WS-MES-VALOR                NOT LESS   WS-LIMITE-MENSAL
               MOVE SPACES                 TO         REG-ALT
               MOVE 'LA'                   TO         ALT-REGRA
               MOVE WS-MES-VALOR           TO         ALT-VALOR
               MOVE WS-MES-QTDE            TO         ALT-QTDE-OPER
               MOVE WS-LIMITE-MENSAL       TO         ALT-BASE
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
               ADD  1                      TO         WS-ALERTAS-LA
           END-IF.

           PERFORM 2300-APURA-RENDA
               THRU 2300-99-APURA-RENDA-EXIT.

           IF  WS-RENDA-MENSAL             EQUAL      ZEROS
               ADD  1                      TO         WS-SEM-RENDA
               GO TO 2000-99-AVALIA-CPF-EXIT
           END-IF.

           COMPUTE WS-LIMITE-RENDA ROUNDED =
                   WS-RENDA-MENSAL * WS-FATOR-RENDA
               ON SIZE ERROR
                   MOVE ALL '9'            TO         WS-LIMITE-RENDA
           END-COMPUTE.

           IF  WS-MES-COMPRAS              GREATER    WS-LIMITE-RENDA
               MOVE SPACES                 TO         REG-ALT
               MOVE 'RD'                   TO         ALT-REGRA
               MOVE WS-MES-COMPRAS         TO         ALT-VALOR
               MOVE WS-MES-QTDE-COMPRAS    TO         ALT-QTDE-OPER
               MOVE WS-RENDA-MENSAL        TO         ALT-BASE
               MOVE WS-RENDA-ORIGEM        TO         ALT-REFERENCIA
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
               ADD  1                      TO         WS-ALERTAS-RD
           END-IF.
      *----------------------------------------------------------------*
       2000-99-AVALIA-CPF-EXIT.            EXIT.
      *================================================================*
       2100-SOMA-MES                       SECTION.
      *================================================================*
      * CREDITO (PAGAMENTO OU ESTORNO) ENTRA NO ACUMULADO DO MES MAS   *
      * NAO EH GASTO PARA A REGRA DE RENDA.                            *
      *----------------------------------------------------------------*
           ADD  MMES-VALOR                 TO         WS-MES-VALOR.
           ADD  1                          TO         WS-MES-QTDE.
           IF  NOT MMES-CREDITO
               ADD  MMES-VALOR             TO         WS-MES-COMPRAS
               ADD  1                      TO      WS-MES-QTDE-COMPRAS
           END-IF.

           PERFORM 1100-LER-MOVMES   THRU  1100-99-LER-MOVMES-EXIT.
      *----------------------------------------------------------------*
       2100-99-SOMA-MES-EXIT.              EXIT.
      *================================================================*
       2300-APURA-RENDA                    SECTION.
      *================================================================*
      * DECLARADA TEM PRECEDENCIA; SEM ELA, A MEDIA DOS MESES COM      *
      * HISTORICO (FORA O MES DE REFERENCIA) FAZ AS VEZES DE RENDA.    *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO    WS-RENDA-DECLARADA.
           MOVE 'N'                        TO    WS-TEM-DECLARACAO.
           PERFORM 2350-AVANCA-RENDECL
               THRU 2350-99-AVANCA-RENDECL-EXIT
                   UNTIL WS-CPF-REN        GREATER    WS-CPF-ATUAL.

           IF  WS-TEM-DECLARACAO           EQUAL      'S'
           AND WS-RENDA-DECLARADA          GREATER    ZEROS
               MOVE WS-RENDA-DECLARADA     TO         WS-RENDA-MENSAL
               MOVE 'DECLARADA'            TO         WS-RENDA-ORIGEM
               ADD  1                      TO         WS-RENDA-DECL
               GO TO 2300-99-APURA-RENDA-EXIT
           END-IF.

           PERFORM 2400-AVANCA-HISTMES
               THRU 2400-99-AVANCA-HISTMES-EXIT
                   UNTIL WS-CPF-HIS    NOT LESS       WS-CPF-ATUAL.

           IF  WS-CPF-HIS                  NOT EQUAL  WS-CPF-ATUAL
               GO TO 2300-99-APURA-RENDA-EXIT
           END-IF.

           MOVE ZEROS                      TO      WS-SOMA-HISTORICO
                                                   WS-MESES-HISTORICO.
           PERFORM 2450-SOMA-HISTORICO
               THRU 2450-99-SOMA-HISTORICO-EXIT
                   VARYING WS-IND-HIS FROM 1 BY 1
                   UNTIL WS-IND-HIS GREATER 13.

           IF  WS-MESES-HISTORICO          GREATER    ZEROS
               COMPUTE WS-RENDA-MENSAL ROUNDED =
                       WS-SOMA-HISTORICO / WS-MESES-HISTORICO
           END-IF.
           IF  WS-RENDA-MENSAL             GREATER    ZEROS
               MOVE 'ESTIMADA'             TO         WS-RENDA-ORIGEM
               ADD  1                      TO         WS-RENDA-ESTIM
           END-IF.
      *----------------------------------------------------------------*
       2300-99-APURA-RENDA-EXIT.           EXIT.
      *================================================================*
       2350-AVANCA-RENDECL                 SECTION.
      *================================================================*
      * O RENDECL VEM POR CPF + DATA: FICA A ULTIMA DECLARACAO DO CPF. *
      *----------------------------------------------------------------*
           IF  WS-CPF-REN                  EQUAL      WS-CPF-ATUAL
           AND REN-RENDA-MENSAL            NUMERIC
               MOVE REN-RENDA-MENSAL       TO      WS-RENDA-DECLARADA
               MOVE 'S'                    TO      WS-TEM-DECLARACAO
           END-IF.

           PERFORM 1300-LER-RENDECL  THRU  1300-99-LER-RENDECL-EXIT.
      *----------------------------------------------------------------*
       2350-99-AVANCA-RENDECL-EXIT.        EXIT.
      *================================================================*
       2400-AVANCA-HISTMES                 SECTION.
      *================================================================*
           PERFORM 1200-LER-HISTMES  THRU  1200-99-LER-HISTMES-EXIT.
      *----------------------------------------------------------------*
       2400-99-AVANCA-HISTMES-EXIT.        EXIT.
      *================================================================*
       2450-SOMA-HISTORICO                 SECTION.
      *================================================================*
           IF  HIS-ANO-MES (WS-IND-HIS)    NOT NUMERIC
           OR  HIS-ANO-MES (WS-IND-HIS)    EQUAL      ZEROS
           OR  HIS-ANO-MES (WS-IND-HIS)    NOT LESS   WS-ANOMES-REF
               GO TO 2450-99-SOMA-HISTORICO-EXIT
           END-IF.

           ADD  HIS-VALOR (WS-IND-HIS)     TO         WS-SOMA-HISTORICO.
           ADD  1                          TO      WS-MESES-HISTORICO.
      *----------------------------------------------------------------*
       2450-99-SOMA-HISTORICO-EXIT.        EXIT.
      *================================================================*
       2800-GRAVA-ALERTA                   SECTION.
      *================================================================*
           MOVE WS-CLI-CPF                 TO         ALT-CPF.
           MOVE WS-DATA-REFERENCIA         TO         ALT-DATA.
           MOVE WS-CLI-NOME                TO         ALT-NOME.
           MOVE 'N'                        TO         ALT-ESPECIE.
           WRITE REG-ALT.
           IF  WS-FS-ALT                   NOT EQUAL  '00'
               MOVE WS-FS-ALT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO AMLALT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-ALT.
      *----------------------------------------------------------------*
       2800-99-GRAVA-ALERTA-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE MOVMES  HISTMES  AMLALT.
           IF  WS-RENDECL-ABERTO           EQUAL      'S'
               CLOSE RENDECL
           END-IF.

           IF  WS-FS-MMES                  NOT EQUAL  '00'
           OR  WS-FS-HIS                   NOT EQUAL  '00'
           OR  WS-FS-ALT                   NOT EQUAL  '00'
               MOVE WS-FS-ALT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS NO ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* MOVIMENTOS DO MES     =    ' WS-MOVTOS-MES.
           DISPLAY '* DECLARACOES LIDAS     =    ' WS-LIDOS-REN.
           DISPLAY '* CLIENTES AVALIADOS    =    ' WS-CLIENTES.
           DISPLAY '* RENDA DECLARADA       =    ' WS-RENDA-DECL.
           DISPLAY '* RENDA ESTIMADA        =    ' WS-RENDA-ESTIM.
           DISPLAY '* SEM BASE DE RENDA     =    ' WS-SEM-RENDA.
           DISPLAY '* ALERTAS ACUMULADO MES =    ' WS-ALERTAS-LA.
           DISPLAY '* ALERTAS GASTO X RENDA =    ' WS-ALERTAS-RD.
           DISPLAY '* GRAVADOS EM AMLALT    =    ' WS-GRAVADOS-ALT.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-MOV              TO    WS-RC-QTDE-LIDOS.
           MOVE  WS-GRAVADOS-ALT           TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB818S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
