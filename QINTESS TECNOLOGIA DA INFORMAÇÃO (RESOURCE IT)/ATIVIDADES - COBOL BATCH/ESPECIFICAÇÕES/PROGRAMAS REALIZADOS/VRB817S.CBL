       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB817S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MONITORAMENTO DIARIO DE PREVENCAO A LAVAGEM DE       *
      * DINHEIRO (PLD). JUNTA POR CPF, NUM SORT INTERNO, AS OPERACOES  *
      * DO CLIENTE NA JANELA DE OBSERVACAO:                            *
      *   M = MOVIMENTOS DO CARTAO (ARQMOV, COMPRAS E CREDITOS);       *
      *   P = PARCELA DE EMPRESTIMO LIQUIDADA NO RETORNO BANCARIO;     *
      *   Q = QUITACAO ANTECIPADA LIQUIDADA NO RETORNO BANCARIO;       *
      *   L = LIBERACAO DE EMPRESTIMO (LOANMST PELA DATA DO CONTRATO). *
      * O TITULO DO RETORNO CHEGA AO CPF PELO TITMST (ORIGEM 'L'/'Q',  *
      * TIT-SOCIO = CONTRATO) E PELO LOANMST; TITULO DE SOCIO DO CLUBE *
      * OU DE ESCOLA NAO TEM CPF E FICA FORA DO MONITORAMENTO.         *
      * REGRAS (DOMINIO 'PLD' DO PARMMST, VIA PARGET31):               *
      *   LM = VALOR UNICO OU SOMA DO DIA DO CPF IGUAL OU ACIMA DO     *
      *        LIMITE DE COMUNICACAO (LIMCOMUN);                       *
      *   FR = FRACIONAMENTO: QTDFRAC OU MAIS OPERACOES LOGO ABAIXO DO *
      *        LIMITE (ENTRE PCTFRAC% DELE E O LIMITE) NOS ULTIMOS     *
      *        JANFRAC DIAS, COM PELO MENOS UMA DELAS HOJE;            *
      *   QE = QUITACAO ANTECIPADA DE EMPRESTIMO PAGA EM ESPECIE.      *
      * CADA OCORRENCIA GERA UMA LINHA NO AMLALT (CPF + DATA + REGRA); *
      * O VRB819S ABRE O ALERTA PARA A ANALISE DO COMPLIANCE. A REGRA  *
      * MENSAL (ACUMULADO DO MES E GASTO CONTRA RENDA) EH DO VRB818S.  *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          TITMST LIDO COMO CLUSTER     *
      *                                   KSDS EM ACESSO SEQUENCIAL    *
      *                                   (ORDEM DE NOSSO-NUMERO)      *
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

           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT RETORNO        ASSIGN TO RETORNO
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT AMLEVT         ASSIGN TO AMLEVT
           FILE STATUS           IS        WS-FS-EVT.
      *----------------------------------------------------------------*
           SELECT AMLALT         ASSIGN TO AMLALT
           FILE STATUS           IS        WS-FS-ALT.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
      *   RETORNO BANCARIO DO DIA (CANAL DE PAGAMENTO NA POSICAO 34)   *
      *----------------------------------------------------------------*
       FD  RETORNO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-RET.

       01  REG-RET.
           05 RET-NOSSO-NUMERO             PIC 9(10).
           05 RET-VALOR-PAGO               PIC 9(09)V9(02).
           05 RET-DATA-PAGAMENTO           PIC 9(08).
           05 RET-OCORRENCIA               PIC X(02).
              88 RET-OCR-LIQUIDACAO                    VALUE '06' '00'
                                                             '  '.
           05 RET-MOTIVO-OCR               PIC X(02).
           05 RET-CANAL-PAGTO              PIC X(01).
              88 RET-PAGO-EM-ESPECIE                   VALUE 'E'.
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

       01  REG-TIT.
           05 TIT-NOSSO-NUMERO             PIC 9(10).
           05 TIT-SOCIO                    PIC 9(06).
           05 TIT-NOME                     PIC X(30).
           05 TIT-VALOR                    PIC 9(09)V9(02).
           05 TIT-DATA-VENCTO              PIC 9(08).
           05 TIT-SITUACAO                 PIC X(01).
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
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
           05 LOA-VALOR-IOF                PIC 9(07)V9(02).
           05 LOA-IOF-FINANCIADO           PIC X(01).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-DATA                      PIC 9(08).
           05 SW-ORIGEM                    PIC X(01).
           05 SW-NOME                      PIC X(30).
           05 SW-VALOR                     PIC 9(15)V99.
           05 SW-ESPECIE                   PIC X(01).
           05 SW-REFERENCIA                PIC X(10).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
      *   OPERACOES DA JANELA CLASSIFICADAS POR CPF + DATA             *
      *----------------------------------------------------------------*
       FD  AMLEVT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-EVT.

       01  REG-EVT.
           05 EVT-CPF                      PIC 9(11).
           05 EVT-DATA                     PIC 9(08).
           05 EVT-ORIGEM                   PIC X(01).
              88 EVT-MOVIMENTO                          VALUE 'M'.
              88 EVT-PARCELA                            VALUE 'P'.
              88 EVT-QUITACAO                           VALUE 'Q'.
              88 EVT-LIBERACAO                          VALUE 'L'.
           05 EVT-NOME                     PIC X(30).
           05 EVT-VALOR                    PIC 9(15)V99.
           05 EVT-ESPECIE                  PIC X(01).
              88 EVT-EM-ESPECIE                         VALUE 'S'.
           05 EVT-REFERENCIA               PIC X(10).
           05 FILLER                       PIC X(02).
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
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-EVT                       PIC X(02)     VALUE '00'.
       77  WS-FS-ALT                       PIC X(02)     VALUE '00'.
       77  WS-RETORNO-ABERTO               PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *              PARAMETROS DAS REGRAS (PARGET31 PLD)              *
      *----------------------------------------------------------------*
       77  WS-LIMITE-COMUNICACAO           PIC 9(11)V99  VALUE 50000.
       77  WS-PCT-FRACIONAMENTO            PIC 9(03)     VALUE 80.
       77  WS-QTDE-FRACIONAMENTO           PIC 9(03)     VALUE 3.
       77  WS-JANELA-DIAS                  PIC 9(03)     VALUE 10.
       77  WS-PISO-FRACIONAMENTO           PIC 9(11)V99  VALUE ZEROS.
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
       01  WS-VC-QTDE-R REDEFINES WS-VC-AREA.
           05 WS-VC-QTDE                   PIC 9(03).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
      *        DATAS DO DIA E DO INICIO DA JANELA (VRB670S)            *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-INICIO-JANELA           PIC 9(08)     VALUE ZEROS.
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
      *        TABELA DE CONTRATOS (LOANMST) PARA O RETORNO            *
      *----------------------------------------------------------------*
       77  WS-QTDE-LOA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CONTRATO-PROCURADO           PIC 9(06)     VALUE ZEROS.
       01  WS-TAB-LOA.
           05 WS-LOA-ITEM                  OCCURS 5000 TIMES.
              10 WS-LOA-CONTRATO           PIC 9(06).
              10 WS-LOA-CPF                PIC 9(11).
              10 WS-LOA-NOME               PIC X(30).
              10 WS-LOA-PRINCIPAL          PIC 9(09)V9(02).
              10 WS-LOA-DATA-CONTRATO      PIC 9(08).
      *----------------------------------------------------------------*
      *        TABELA DE TITULOS DE EMPRESTIMO (TITMST 'L' E 'Q')      *
      *----------------------------------------------------------------*
       77  WS-QTDE-TIT                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TIT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-TIT-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-TIT.
           05 WS-TIT-ITEM                  OCCURS 5000 TIMES.
              10 WS-TIT-NOSSO-NUMERO       PIC 9(10).
              10 WS-TIT-CONTRATO           PIC 9(06).
              10 WS-TIT-ORIGEM             PIC X(01).
      *----------------------------------------------------------------*
      *            ACUMULADORES DO CPF CORRENTE (QUEBRA)               *
      *----------------------------------------------------------------*
       77  WS-CPF-EVT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-ATUAL                    PIC X(11)     VALUE ZEROS.
       01  WS-CLIENTE.
           05 WS-CLI-CPF                   PIC 9(11).
           05 WS-CLI-NOME                  PIC X(30).
           05 WS-DIA-VALOR                 PIC 9(15)V99.
           05 WS-DIA-QTDE                  PIC 9(05).
           05 WS-DIA-ESPECIE               PIC X(01).
           05 WS-FRA-VALOR                 PIC 9(15)V99.
           05 WS-FRA-QTDE                  PIC 9(05).
           05 WS-FRA-HOJE                  PIC X(01).
           05 WS-FRA-ESPECIE               PIC X(01).
           05 WS-QE-VALOR                  PIC 9(15)V99.
           05 WS-QE-QTDE                   PIC 9(05).
           05 WS-QE-REFERENCIA             PIC X(10).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-RET                    PIC 9(07)     VALUE ZEROS.
       77  WS-RET-SEM-CPF                  PIC 9(07)     VALUE ZEROS.
       77  WS-OPER-MOVIMENTO               PIC 9(07)     VALUE ZEROS.
       77  WS-OPER-RETORNO                 PIC 9(07)     VALUE ZEROS.
       77  WS-OPER-LIBERACAO               PIC 9(07)     VALUE ZEROS.
       77  WS-CLIENTES                     PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-LM                   PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-FR                   PIC 9(07)     VALUE ZEROS.
       77  WS-ALERTAS-QE                   PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ALT                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB817S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB817S'.
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
           PERFORM 0100-CARREGA-CONTRATOS
               THRU 0100-99-CARREGA-CONTRATOS-EXIT.
           PERFORM 0200-CLASSIFICA-OPERACOES
               THRU 0200-99-CLASSIFICA-OPERACOES-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-AVALIA-CPF         THRU  2000-99-AVALIA-CPF-EXIT
                   UNTIL WS-CPF-EVT        EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * LIMITES DAS REGRAS EM VIGOR HOJE. CHAVE SEM LINHA VIGENTE (V)  *
      * FICA NO PADRAO: LIMITE DE 50.000,00, FAIXA DE 80% DO LIMITE,   *
      * 3 OPERACOES EM 10 DIAS.                                        *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           MOVE 'PLD     '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.

           MOVE 'LIMCOMUN'                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:13)    NOT NUMERIC
               OR  WS-VC-LIMITE            EQUAL      ZEROS
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'LIMITE DE COMUNICACAO NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-LIMITE           TO  WS-LIMITE-COMUNICACAO
           END-IF.

           MOVE 'PCTFRAC '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-QTDE              EQUAL      ZEROS
               OR  WS-VC-QTDE              NOT LESS   100
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'FAIXA DE FRACIONAMENTO NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-QTDE             TO   WS-PCT-FRACIONAMENTO
           END-IF.

           MOVE 'QTDFRAC '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-QTDE              LESS       2
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'QTDE DE FRACIONAMENTO NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-QTDE             TO   WS-QTDE-FRACIONAMENTO
           END-IF.

           MOVE 'JANFRAC '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PARAMETRO
               THRU 0060-99-BUSCA-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-QTDE              EQUAL      ZEROS
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'JANELA DE FRACIONAMENTO NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-QTDE             TO         WS-JANELA-DIAS
           END-IF.

           COMPUTE WS-PISO-FRACIONAMENTO ROUNDED =
                   WS-LIMITE-COMUNICACAO * WS-PCT-FRACIONAMENTO / 100.

      * A JANELA INCLUI O DIA: 10 DIAS = HOJE E OS 9 ANTERIORES.
           MOVE  WS-DATA-HOJE (1:4)        TO         WS-DP-ANO-BASE.
           MOVE  WS-DATA-HOJE (5:2)        TO         WS-DP-MES-BASE.
           MOVE  WS-DATA-HOJE (7:2)        TO         WS-DP-DIA-BASE.
           COMPUTE WS-DP-DIAS-SOMAR = 1 - WS-JANELA-DIAS.
           CALL  WS-VRB670S                USING      WS-DATA-PARM.
           IF    WS-DP-RETORNO             EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NO CALCULO DO INICIO DA JANELA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-DP-DATA-RESULTADO       TO    WS-DATA-INICIO-JANELA.
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
       0100-CARREGA-CONTRATOS              SECTION.
      *================================================================*
      * CONTRATOS EM MEMORIA PARA LEVAR O TITULO DO RETORNO AO CPF.    *
      *----------------------------------------------------------------*
           MOVE '0100-CARREGA-CONTRATOS'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0150-LE-CONTRATO THRU 0150-99-LE-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
           MOVE '00'                       TO         WS-FS-LOA.
      *----------------------------------------------------------------*
       0100-99-CARREGA-CONTRATOS-EXIT.     EXIT.
      *================================================================*
       0150-LE-CONTRATO                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 0150-99-LE-CONTRATO-EXIT
           END-IF.

           IF  WS-QTDE-LOA                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER LOANMST MAIOR QUE 5000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-LOA.
           MOVE LOA-CONTRATO     TO  WS-LOA-CONTRATO      (WS-QTDE-LOA).
           MOVE LOA-CPF          TO  WS-LOA-CPF           (WS-QTDE-LOA).
           MOVE LOA-NOME         TO  WS-LOA-NOME          (WS-QTDE-LOA).
           MOVE LOA-PRINCIPAL    TO  WS-LOA-PRINCIPAL     (WS-QTDE-LOA).
           MOVE LOA-DATA-CONTRATO
                                 TO  WS-LOA-DATA-CONTRATO (WS-QTDE-LOA).
      *----------------------------------------------------------------*
       0150-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       0160-CARREGA-TITULOS                SECTION.
      *================================================================*
      * SO OS TITULOS DE EMPRESTIMO (PARCELA 'L' E QUITACAO 'Q') TEM   *
      * CONTRATO E, POR ELE, CPF.                                      *
      *----------------------------------------------------------------*
           MOVE '0160-CARREGA-TITULOS'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0170-LE-TITULO THRU 0170-99-LE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.

           CLOSE TITMST.
      *----------------------------------------------------------------*
       0160-99-CARREGA-TITULOS-EXIT.       EXIT.
      *================================================================*
       0170-LE-TITULO                      SECTION.
      *================================================================*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 0170-99-LE-TITULO-EXIT
           END-IF.

           IF  TIT-ORIGEM                  NOT EQUAL  'L'
           AND TIT-ORIGEM                  NOT EQUAL  'Q'
               GO TO 0170-99-LE-TITULO-EXIT
           END-IF.

           IF  WS-QTDE-TIT                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TITULOS DE EMPRESTIMO NO TITMST MAIOR QUE 5000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-TIT.
           MOVE TIT-NOSSO-NUMERO TO  WS-TIT-NOSSO-NUMERO  (WS-QTDE-TIT).
           MOVE TIT-SOCIO        TO  WS-TIT-CONTRATO      (WS-QTDE-TIT).
           MOVE TIT-ORIGEM       TO  WS-TIT-ORIGEM        (WS-QTDE-TIT).
      *----------------------------------------------------------------*
       0170-99-LE-TITULO-EXIT.             EXIT.
      *================================================================*
       0200-CLASSIFICA-OPERACOES           SECTION.
      *================================================================*
      * JUNTA AS OPERACOES DA JANELA DAS TRES ORIGENS POR CPF + DATA.  *
      *----------------------------------------------------------------*
           MOVE '0200-CLASSIFICA-OPERACOES' TO        WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-DATA
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS        0250-CARREGA-OPERACOES
                GIVING                     AMLEVT.
      *----------------------------------------------------------------*
       0200-99-CLASSIFICA-OPERACOES-EXIT.  EXIT.
      *================================================================*
       0250-CARREGA-OPERACOES              SECTION.
      *================================================================*
           MOVE '0250-CARREGA-OPERACOES'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ARQMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * DIA SEM RETORNO BANCARIO: SEM O RETORNO (35) SO ENTRAM OS
      * MOVIMENTOS DO CARTAO E AS LIBERACOES.
           OPEN  INPUT                     RETORNO.
           IF    WS-FS-RET                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-RET
           ELSE
                 IF  WS-FS-RET             NOT EQUAL  '00'
                     MOVE WS-FS-RET        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO ARQUIVO RETORNO'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-RETORNO-ABERTO
                 PERFORM 0160-CARREGA-TITULOS
                     THRU 0160-99-CARREGA-TITULOS-EXIT
           END-IF.

           PERFORM 0260-RELEASE-MOVIMENTO
               THRU 0260-99-RELEASE-MOVIMENTO-EXIT
                   UNTIL WS-FS-MOV         EQUAL      '10'.

           PERFORM 0270-RELEASE-RETORNO
               THRU 0270-99-RELEASE-RETORNO-EXIT
                   UNTIL WS-FS-RET         EQUAL      '10'.

           PERFORM 0280-RELEASE-LIBERACAO
               THRU 0280-99-RELEASE-LIBERACAO-EXIT
                   VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA.

           CLOSE ARQMOV.
           IF  WS-RETORNO-ABERTO           EQUAL      'S'
               CLOSE RETORNO
           END-IF.
      *----------------------------------------------------------------*
       0250-99-CARREGA-OPERACOES-EXIT.     EXIT.
      *================================================================*
       0260-RELEASE-MOVIMENTO              SECTION.
      *================================================================*
      * COMPRAS E CREDITOS DO CARTAO DENTRO DA JANELA.                 *
      *----------------------------------------------------------------*
           READ ARQMOV.

           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE '0260-RELEASE-MOVIMENTO' TO       WS-CODIGO-AREA
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MOV                   EQUAL      '10'
               GO TO 0260-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-MOV.

           IF  MOV-CPF                     NOT NUMERIC
           OR  MOV-CPF                     EQUAL      ZEROS
           OR  MOV-DATA                    LESS  WS-DATA-INICIO-JANELA
           OR  MOV-DATA                    GREATER    WS-DATA-HOJE
           OR  MOV-VALOR                   EQUAL      ZEROS
               GO TO 0260-99-RELEASE-MOVIMENTO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE MOV-CPF                    TO         SW-CPF.
           MOVE MOV-DATA                   TO         SW-DATA.
           MOVE 'M'                        TO         SW-ORIGEM.
           MOVE MOV-NOME                   TO         SW-NOME.
           MOVE MOV-VALOR                  TO         SW-VALOR.
           MOVE 'N'                        TO         SW-ESPECIE.
           MOVE MOV-PARCELAMENTO           TO         SW-REFERENCIA.
           RELEASE REG-SORTWK.
           ADD  1                          TO         WS-OPER-MOVIMENTO.
      *----------------------------------------------------------------*
       0260-99-RELEASE-MOVIMENTO-EXIT.     EXIT.
      *================================================================*
       0270-RELEASE-RETORNO                SECTION.
      *================================================================*
      * LIQUIDACAO DE TITULO DE EMPRESTIMO: PARCELA (P) OU QUITACAO    *
      * ANTECIPADA (Q), COM O CANAL EM ESPECIE INFORMADO PELO BANCO.   *
      * RETORNO SEM DATA DE PAGAMENTO ASSUME O DIA.                    *
      *----------------------------------------------------------------*
           READ RETORNO.

           IF  WS-FS-RET   NOT EQUAL '00'
           AND WS-FS-RET   NOT EQUAL '10'
               MOVE '0270-RELEASE-RETORNO' TO         WS-CODIGO-AREA
               MOVE WS-FS-RET              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO RETORNO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-RET                   EQUAL      '10'
               GO TO 0270-99-RELEASE-RETORNO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-RET.

           IF  NOT RET-OCR-LIQUIDACAO
           OR  RET-VALOR-PAGO              NOT NUMERIC
           OR  RET-VALOR-PAGO              EQUAL      ZEROS
               GO TO 0270-99-RELEASE-RETORNO-EXIT
           END-IF.

           PERFORM 7100-LOCALIZA-TITULO
               THRU 7100-99-LOCALIZA-TITULO-EXIT.
           IF  WS-IND-TIT-ACH              EQUAL      ZEROS
               ADD  1                      TO         WS-RET-SEM-CPF
               GO TO 0270-99-RELEASE-RETORNO-EXIT
           END-IF.

           MOVE WS-TIT-CONTRATO (WS-IND-TIT-ACH)
                                           TO    WS-CONTRATO-PROCURADO.
           PERFORM 7200-LOCALIZA-CONTRATO
               THRU 7200-99-LOCALIZA-CONTRATO-EXIT.
           IF  WS-IND-LOA-ACH              EQUAL      ZEROS
               ADD  1                      TO         WS-RET-SEM-CPF
               GO TO 0270-99-RELEASE-RETORNO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE WS-LOA-CPF (WS-IND-LOA-ACH) TO        SW-CPF.
           IF  RET-DATA-PAGAMENTO          NUMERIC
           AND RET-DATA-PAGAMENTO          GREATER    ZEROS
               MOVE RET-DATA-PAGAMENTO     TO         SW-DATA
           ELSE
               MOVE WS-DATA-HOJE           TO         SW-DATA
           END-IF.
           IF  WS-TIT-ORIGEM (WS-IND-TIT-ACH) EQUAL   'Q'
               MOVE 'Q'                    TO         SW-ORIGEM
           ELSE
               MOVE 'P'                    TO         SW-ORIGEM
           END-IF.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       SW-NOME.
           MOVE RET-VALOR-PAGO             TO         SW-VALOR.
           IF  RET-PAGO-EM-ESPECIE
               MOVE 'S'                    TO         SW-ESPECIE
           ELSE
               MOVE 'N'                    TO         SW-ESPECIE
           END-IF.
           MOVE WS-CONTRATO-PROCURADO      TO         SW-REFERENCIA.
           RELEASE REG-SORTWK.
           ADD  1                          TO         WS-OPER-RETORNO.
      *----------------------------------------------------------------*
       0270-99-RELEASE-RETORNO-EXIT.       EXIT.
      *================================================================*
       0280-RELEASE-LIBERACAO              SECTION.
      *================================================================*
      * EMPRESTIMO CONTRATADO DENTRO DA JANELA: O PRINCIPAL LIBERADO   *
      * ENTRA COMO OPERACAO DO CPF NA DATA DO CONTRATO.                *
      *----------------------------------------------------------------*
           IF  WS-LOA-DATA-CONTRATO (WS-IND-LOA) NOT NUMERIC
           OR  WS-LOA-DATA-CONTRATO (WS-IND-LOA)
                                           LESS  WS-DATA-INICIO-JANELA
           OR  WS-LOA-DATA-CONTRATO (WS-IND-LOA)
                                           GREATER    WS-DATA-HOJE
           OR  WS-LOA-PRINCIPAL (WS-IND-LOA) EQUAL    ZEROS
               GO TO 0280-99-RELEASE-LIBERACAO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE WS-LOA-CPF (WS-IND-LOA)    TO         SW-CPF.
           MOVE WS-LOA-DATA-CONTRATO (WS-IND-LOA)
                                           TO         SW-DATA.
           MOVE 'L'                        TO         SW-ORIGEM.
           MOVE WS-LOA-NOME (WS-IND-LOA)   TO         SW-NOME.
           MOVE WS-LOA-PRINCIPAL (WS-IND-LOA) TO      SW-VALOR.
           MOVE 'N'                        TO         SW-ESPECIE.
           MOVE WS-LOA-CONTRATO (WS-IND-LOA) TO       SW-REFERENCIA.
           RELEASE REG-SORTWK.
           ADD  1                          TO         WS-OPER-LIBERACAO.
      *----------------------------------------------------------------*
       0280-99-RELEASE-LIBERACAO-EXIT.     EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AMLEVT.
           IF    WS-FS-EVT                 NOT EQUAL  '00'
                 MOVE WS-FS-EVT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB AMLEVT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    AMLALT.
           IF    WS-FS-ALT                 NOT EQUAL  '00'
                 MOVE WS-FS-ALT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO AMLALT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-AMLEVT   THRU  1100-99-LER-AMLEVT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-AMLEVT                     SECTION.
      *================================================================*
           READ AMLEVT.

           IF  WS-FS-EVT   NOT EQUAL '00'
           AND WS-FS-EVT   NOT EQUAL '10'
               MOVE '1100-LER-AMLEVT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-EVT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO AMLEVT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-EVT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-EVT
           ELSE
               MOVE EVT-CPF                TO         WS-CPF-EVT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-AMLEVT-EXIT.            EXIT.
      *================================================================*
       2000-AVALIA-CPF                     SECTION.
      *================================================================*
      * ACUMULA AS OPERACOES DO CPF NA QUEBRA E APLICA AS REGRAS.      *
      *----------------------------------------------------------------*
           MOVE '2000-AVALIA-CPF'          TO         WS-CODIGO-AREA.

           INITIALIZE WS-CLIENTE.
           MOVE WS-CPF-EVT                 TO         WS-CPF-ATUAL.
           MOVE EVT-CPF                    TO         WS-CLI-CPF.
           MOVE EVT-NOME                   TO         WS-CLI-NOME.
           MOVE 'N'                        TO         WS-DIA-ESPECIE
                                                      WS-FRA-HOJE
                                                      WS-FRA-ESPECIE.

           PERFORM 2100-ACUMULA-OPERACAO
               THRU 2100-99-ACUMULA-OPERACAO-EXIT
                   UNTIL WS-CPF-EVT        NOT EQUAL  WS-CPF-ATUAL.

           ADD  1                          TO         WS-CLIENTES.

           IF  WS-DIA-VALOR            NOT LESS  WS-LIMITE-COMUNICACAO
               MOVE SPACES                 TO         REG-ALT
               MOVE 'LM'                   TO         ALT-REGRA
               MOVE WS-DIA-VALOR           TO         ALT-VALOR
               MOVE WS-DIA-QTDE            TO         ALT-QTDE-OPER
               MOVE WS-LIMITE-COMUNICACAO  TO         ALT-BASE
               MOVE WS-DIA-ESPECIE         TO         ALT-ESPECIE
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
               ADD  1                      TO         WS-ALERTAS-LM
           END-IF.

           IF  WS-FRA-QTDE             NOT LESS  WS-QTDE-FRACIONAMENTO
           AND WS-FRA-HOJE                 EQUAL      'S'
               MOVE SPACES                 TO         REG-ALT
               MOVE 'FR'                   TO         ALT-REGRA
               MOVE WS-FRA-VALOR           TO         ALT-VALOR
               MOVE WS-FRA-QTDE            TO         ALT-QTDE-OPER
               MOVE WS-LIMITE-COMUNICACAO  TO         ALT-BASE
               MOVE WS-FRA-ESPECIE         TO         ALT-ESPECIE
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
               ADD  1                      TO         WS-ALERTAS-FR
           END-IF.

           IF  WS-QE-QTDE                  GREATER    ZEROS
               MOVE SPACES                 TO         REG-ALT
               MOVE 'QE'                   TO         ALT-REGRA
               MOVE WS-QE-VALOR            TO         ALT-VALOR
               MOVE WS-QE-QTDE             TO         ALT-QTDE-OPER
               MOVE ZEROS                  TO         ALT-BASE
               MOVE 'S'                    TO         ALT-ESPECIE
               MOVE WS-QE-REFERENCIA       TO         ALT-REFERENCIA
               PERFORM 2800-GRAVA-ALERTA
                   THRU 2800-99-GRAVA-ALERTA-EXIT
               ADD  1                      TO         WS-ALERTAS-QE
           END-IF.
      *----------------------------------------------------------------*
       2000-99-AVALIA-CPF-EXIT.            EXIT.
      *================================================================*
       2100-ACUMULA-OPERACAO               SECTION.
      *================================================================*
      * O VALOR DO DIA SOMA TODAS AS ORIGENS; A FAIXA DE FRACIONAMENTO *
      * OLHA A JANELA INTEIRA, VALOR A VALOR.                          *
      *----------------------------------------------------------------*
           IF  EVT-DATA                    EQUAL      WS-DATA-HOJE
               ADD  EVT-VALOR              TO         WS-DIA-VALOR
               ADD  1                      TO         WS-DIA-QTDE
               IF  EVT-EM-ESPECIE
                   MOVE 'S'                TO         WS-DIA-ESPECIE
               END-IF
           END-IF.

           IF  EVT-VALOR               NOT LESS  WS-PISO-FRACIONAMENTO
           AND EVT-VALOR                   LESS  WS-LIMITE-COMUNICACAO
               ADD  EVT-VALOR              TO         WS-FRA-VALOR
               ADD  1                      TO         WS-FRA-QTDE
               IF  EVT-DATA                EQUAL      WS-DATA-HOJE
                   MOVE 'S'                TO         WS-FRA-HOJE
               END-IF
               IF  EVT-EM-ESPECIE
                   MOVE 'S'                TO         WS-FRA-ESPECIE
               END-IF
           END-IF.

           IF  EVT-QUITACAO
           AND EVT-EM-ESPECIE
           AND EVT-DATA                    EQUAL      WS-DATA-HOJE
               ADD  EVT-VALOR              TO         WS-QE-VALOR
               ADD  1                      TO         WS-QE-QTDE
               MOVE EVT-REFERENCIA         TO         WS-QE-REFERENCIA
           END-IF.

           PERFORM 1100-LER-AMLEVT   THRU  1100-99-LER-AMLEVT-EXIT.
      *----------------------------------------------------------------*
       2100-99-ACUMULA-OPERACAO-EXIT.      EXIT.
      *================================================================*
       2800-GRAVA-ALERTA                   SECTION.
      *================================================================*
           MOVE WS-CLI-CPF                 TO         ALT-CPF.
           MOVE WS-DATA-HOJE               TO         ALT-DATA.
           MOVE WS-CLI-NOME                TO         ALT-NOME.
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
       7100-LOCALIZA-TITULO                SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-TIT-ACH.
           PERFORM 7150-COMPARA-TITULO
               THRU 7150-99-COMPARA-TITULO-EXIT
                   VARYING WS-IND-TIT FROM 1 BY 1
                   UNTIL WS-IND-TIT GREATER WS-QTDE-TIT
                      OR WS-IND-TIT-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       7100-99-LOCALIZA-TITULO-EXIT.       EXIT.
      *================================================================*
       7150-COMPARA-TITULO                 SECTION.
      *================================================================*
           IF  WS-TIT-NOSSO-NUMERO (WS-IND-TIT) EQUAL RET-NOSSO-NUMERO
               MOVE WS-IND-TIT             TO         WS-IND-TIT-ACH
           END-IF.
      *----------------------------------------------------------------*
       7150-99-COMPARA-TITULO-EXIT.        EXIT.
      *================================================================*
       7200-LOCALIZA-CONTRATO              SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-LOA-ACH.
           PERFORM 7250-COMPARA-CONTRATO
               THRU 7250-99-COMPARA-CONTRATO-EXIT
                   VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
                      OR WS-IND-LOA-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       7200-99-LOCALIZA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       7250-COMPARA-CONTRATO               SECTION.
      *================================================================*
           IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL WS-CONTRATO-PROCURADO
               MOVE WS-IND-LOA             TO         WS-IND-LOA-ACH
           END-IF.
      *----------------------------------------------------------------*
       7250-99-COMPARA-CONTRATO-EXIT.      EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE AMLEVT  AMLALT.
           IF  WS-FS-EVT                   NOT EQUAL  '00'
           OR  WS-FS-ALT                   NOT EQUAL  '00'
               MOVE WS-FS-ALT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* LIDOS NO RETORNO      =    ' WS-LIDOS-RET.
           DISPLAY '* RETORNO SEM CPF       =    ' WS-RET-SEM-CPF.
           DISPLAY '* OPER. DO CARTAO       =    ' WS-OPER-MOVIMENTO.
           DISPLAY '* OPER. DO RETORNO      =    ' WS-OPER-RETORNO.
           DISPLAY '* LIBERACOES            =    ' WS-OPER-LIBERACAO.
           DISPLAY '* CLIENTES AVALIADOS    =    ' WS-CLIENTES.
           DISPLAY '* ALERTAS DE LIMITE     =    ' WS-ALERTAS-LM.
           DISPLAY '* ALERTAS DE FRACION.   =    ' WS-ALERTAS-FR.
           DISPLAY '* QUITACAO EM ESPECIE   =    ' WS-ALERTAS-QE.
           DISPLAY '* GRAVADOS EM AMLALT    =    ' WS-GRAVADOS-ALT.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           ADD   WS-LIDOS-MOV  WS-LIDOS-RET GIVING WS-RC-QTDE-LIDOS.
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
           DISPLAY '*     VRB817S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
