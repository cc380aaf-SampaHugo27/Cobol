       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB860S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ENTRADA DAS NOTAS FISCAIS DE FORNECEDOR E CONTAS A   *
      * PAGAR. O CICLO VRB796S (PEDIDO) -> VRB797S (RECEBIMENTO)       *
      * FECHAVA O LADO FISICO, MAS A NOTA DO FORNECEDOR ERA PAGA NA    *
      * CONFIANCA. ESTE PROGRAMA CONFERE CADA LINHA DA NFFORN EM TRES  *
      * PONTAS ANTES DE VIRAR TITULO A PAGAR:                          *
      *   1. PEDIDO: O PEDIDO EXISTE NO PEDCOM E EH DO MESMO           *
      *      FORNECEDOR E DO MESMO ITEM DA NOTA;                       *
      *   2. RECEBIMENTO: A QUANTIDADE DA NOTA NAO PASSA DO SALDO      *
      *      RECEBIDO (RECEBIDA NO PEDIDO MENOS O QUE JA FOI FATURADO  *
      *      NO MASTER APMST, INCLUSIVE NESTA MESMA RODADA);           *
      *   3. PRECO: O PRECO UNITARIO DA NOTA FICA DENTRO DA TOLERANCIA *
      *      PERCENTUAL (APPARM, PADRAO 2,00%) SOBRE O PRECO DO PEDIDO.*
      * LINHA CONFERIDA ENTRA NO MASTER APMST -> APMSTN COMO TITULO    *
      * ABERTO ('A'), COM VENCIMENTO NA EMISSAO MAIS O PRAZO DE        *
      * PAGAMENTO (APPARM, PADRAO 30 DIAS - ROTINA VRB670S) ROLADO     *
      * PARA O PROXIMO DIA UTIL (ROTINA VRB671S). LINHA DIVERGENTE     *
      * FICA RETIDA NO APHOLD COM O MOTIVO - ACERTADA COM O COMPRADOR, *
      * VOLTA NA NFFORN SEGUINTE. NOTA JA LANCADA (FORNECEDOR + NOTA + *
      * PEDIDO) TAMBEM EH RETIDA, PARA NAO PAGAR DUAS VEZES. O RELAP   *
      * LISTA LANCAMENTOS, RETENCOES E TOTAIS. O PAGAMENTO SEMANAL DOS *
      * TITULOS ABERTOS EH FEITO PELO VRB861S.                         *
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

           SELECT APPARM         ASSIGN TO APPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT NFFORN         ASSIGN TO NFFORN
           FILE STATUS           IS        WS-FS-NF.
      *----------------------------------------------------------------*
           SELECT PEDCOM         ASSIGN TO PEDCOM
           FILE STATUS           IS        WS-FS-PED.
      *----------------------------------------------------------------*
           SELECT APMST          ASSIGN TO APMST
           FILE STATUS           IS        WS-FS-AP.
      *----------------------------------------------------------------*
           SELECT APMSTN         ASSIGN TO APMSTN
           FILE STATUS           IS        WS-FS-APN.
      *----------------------------------------------------------------*
           SELECT APHOLD         ASSIGN TO APHOLD
           FILE STATUS           IS        WS-FS-HLD.
      *----------------------------------------------------------------*
           SELECT RELAP          ASSIGN TO RELAP
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  APPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-TOL-PRECO-PCT           PIC 9(03)V99.
           05 PARM-PRAZO-PAGTO             PIC 9(03).
           05 FILLER                       PIC X(72).
      *----------------------------------------------------------------*
      *   LINHAS DAS NOTAS FISCAIS DE FORNECEDOR (UMA POR PEDIDO)      *
      *----------------------------------------------------------------*
       FD  NFFORN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-NF.

       01  REG-NF.
           05 NF-LINHA.
              10 NF-FORNECEDOR             PIC 9(05).
              10 NF-NUMERO                 PIC 9(09).
              10 NF-DATA-EMISSAO           PIC 9(08).
              10 NF-PEDIDO                 PIC 9(08).
              10 NF-ITEM                   PIC 9(04).
              10 NF-QTDE                   PIC 9(05).
              10 NF-PRECO-UNIT             PIC 9(06)V99.
           05 FILLER                       PIC X(33).
      *----------------------------------------------------------------*
      *   MASTER DE PEDIDOS DE COMPRA (VRB796S / VRB797S)              *
      *----------------------------------------------------------------*
       FD  PEDCOM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PED.

       01  REG-PED.
           05 PED-NUMERO                   PIC 9(08).
           05 PED-FORNECEDOR               PIC 9(05).
           05 PED-ITEM                     PIC 9(04).
           05 PED-QTDE-PEDIDA              PIC 9(05).
           05 PED-QTDE-RECEBIDA            PIC 9(05).
           05 PED-DATA-PEDIDO              PIC 9(08).
           05 PED-DATA-PREVISTA            PIC 9(08).
           05 PED-DATA-FECHADO             PIC 9(08).
           05 PED-SITUACAO                 PIC X(01).
           05 PED-PRECO-UNIT               PIC 9(06)V99.
      *----------------------------------------------------------------*
      *   MASTER DE CONTAS A PAGAR (UM TITULO POR LINHA DE NOTA)       *
      *----------------------------------------------------------------*
       FD  APMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-AP.

       01  REG-AP.
           05 AP-FORNECEDOR                PIC 9(05).
           05 AP-NOTA                      PIC 9(09).
           05 AP-PEDIDO                    PIC 9(08).
           05 AP-ITEM                      PIC 9(04).
           05 AP-QTDE                      PIC 9(05).
           05 AP-PRECO-UNIT                PIC 9(06)V99.
           05 AP-VALOR                     PIC 9(11)V99.
           05 AP-DATA-EMISSAO              PIC 9(08).
           05 AP-DATA-VENCTO               PIC 9(08).
           05 AP-SITUACAO                  PIC X(01).
              88 AP-ABERTO                             VALUE 'A'.
              88 AP-PAGO                               VALUE 'P'.
           05 AP-DATA-PAGTO                PIC 9(08).
           05 AP-DATA-LANCTO               PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  APMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-APN.

       01  REG-APN.
           05 APN-FORNECEDOR               PIC 9(05).
           05 APN-NOTA                     PIC 9(09).
           05 APN-PEDIDO                   PIC 9(08).
           05 APN-ITEM                     PIC 9(04).
           05 APN-QTDE                     PIC 9(05).
           05 APN-PRECO-UNIT               PIC 9(06)V99.
           05 APN-VALOR                    PIC 9(11)V99.
           05 APN-DATA-EMISSAO             PIC 9(08).
           05 APN-DATA-VENCTO              PIC 9(08).
           05 APN-SITUACAO                 PIC X(01).
           05 APN-DATA-PAGTO               PIC 9(08).
           05 APN-DATA-LANCTO              PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
      *   LINHAS RETIDAS: A LINHA DA NOTA COMO VEIO MAIS O MOTIVO      *
      *----------------------------------------------------------------*
       FD  APHOLD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-HLD.

       01  REG-HLD.
           05 HLD-LINHA                    PIC X(47).
           05 HLD-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  RELAP
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-NF                        PIC X(02)     VALUE '00'.
       77  WS-FS-PED                       PIC X(02)     VALUE '00'.
       77  WS-FS-AP                        PIC X(02)     VALUE '00'.
       77  WS-FS-APN                       PIC X(02)     VALUE '00'.
       77  WS-FS-HLD                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                  PARAMETROS E DATAS                            *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-TOL-PRECO-PCT                PIC 9(03)V99  VALUE 2,00.
       77  WS-PRAZO-PAGTO                  PIC 9(03)     VALUE 30.
      *----------------------------------------------------------------*
      *          PEDIDOS DE COMPRA E QUANTIDADE JA FATURADA            *
      *----------------------------------------------------------------*
       77  WS-QTDE-PED                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PED                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-PED-ACHADO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-PEDIDO-BUSCA                 PIC 9(08)     VALUE ZEROS.
       01  WS-TAB-PED.
           05 WS-PED-OCR                   OCCURS 2000 TIMES.
              10 WS-PED-NUMERO             PIC 9(08).
              10 WS-PED-FORNECEDOR         PIC 9(05).
              10 WS-PED-ITEM               PIC 9(04).
              10 WS-PED-RECEBIDA           PIC 9(05).
              10 WS-PED-PRECO              PIC 9(06)V99.
              10 WS-PED-FATURADA           PIC 9(07).
      *----------------------------------------------------------------*
      *     NOTAS JA LANCADAS (FORNECEDOR + NOTA + PEDIDO)             *
      *----------------------------------------------------------------*
       77  WS-QTDE-LAN                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LAN                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-NOTA-REPETIDA                PIC X(01)     VALUE 'N'.
       01  WS-CHAVE-NOTA.
           05 WS-CHV-FORNECEDOR            PIC 9(05)     VALUE ZEROS.
           05 WS-CHV-NOTA                  PIC 9(09)     VALUE ZEROS.
           05 WS-CHV-PEDIDO                PIC 9(08)     VALUE ZEROS.
       01  WS-TAB-LAN.
           05 WS-LAN-OCR                   OCCURS 5000 TIMES.
              10 WS-LAN-FORNECEDOR         PIC 9(05).
              10 WS-LAN-NOTA               PIC 9(09).
              10 WS-LAN-PEDIDO             PIC 9(08).
      *----------------------------------------------------------------*
      *                 APOIO DA CONFERENCIA                           *
      *----------------------------------------------------------------*
       77  WS-MOTIVO                       PIC X(30)     VALUE SPACES.
       77  WS-SALDO-FATURAR                PIC S9(07)    VALUE ZEROS.
       77  WS-DIF-PRECO                    PIC S9(06)V99 VALUE ZEROS.
       77  WS-LIMITE-PRECO                 PIC 9(07)V99  VALUE ZEROS.
       77  WS-VALOR-TITULO                 PIC 9(11)V99  VALUE ZEROS.
       77  WS-DATA-VENCTO                  PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-NF                     PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-AP                     PIC 9(07)     VALUE ZEROS.
       77  WS-LANCADOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-RETIDOS                      PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-APN                 PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-LANCADO                PIC 9(13)V99  VALUE ZEROS.
       77  WS-VALOR-RETIDO                 PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 ROTINAS DE CALENDARIO                          *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-670-PARM.
           05  WS-670-DATA-BASE            PIC 9(08).
           05  WS-670-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-670-DATA-RESULTADO       PIC 9(08).
           05  WS-670-RETORNO              PIC X(01).
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB860S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB860S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELAP                      *
      *----------------------------------------------------------------*
       01  CAB-RELAP.
           05 FILLER                       PIC X(40)  VALUE
              'VRB860S - NOTAS DE FORNECEDOR / CONTAS A'.
           05 FILLER                       PIC X(16)  VALUE
              ' PAGAR      EM: '.
           05 CAB-DATA                     PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-LANCADO.
           05 FILLER                       PIC X(08)  VALUE 'LANCADO '.
           05 DETL-FORNECEDOR              PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE ' NF '.
           05 DETL-NOTA                    PIC 9(09)  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE ' PED '.
           05 DETL-PEDIDO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE ' VALOR '.
           05 DETL-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE ' VENC '.
           05 DETL-VENCTO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-RETIDO.
           05 FILLER                       PIC X(08)  VALUE 'RETIDO  '.
           05 DETR-FORNECEDOR              PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE ' NF '.
           05 DETR-NOTA                    PIC 9(09)  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE ' PED '.
           05 DETR-PEDIDO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-TOTAL.
           05 DETT-TEXTO                   PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE ' QTDE: '.
           05 DETT-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(08)  VALUE ' VALOR: '.
           05 DETT-VALOR                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(18)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-ROLA-AP
               THRU 2000-99-ROLA-AP-EXIT
                   UNTIL WS-FS-AP          EQUAL '10'.
           PERFORM 3000-CONFERE-NOTA
               THRU 3000-99-CONFERE-NOTA-EXIT
                   UNTIL WS-FS-NF          EQUAL '10'.
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

      * PARAMETROS: SEM APPARM (OU CAMPO ZERADO) VALEM OS PADROES.
           OPEN  INPUT                     APPARM.
           IF    WS-FS-PARM                EQUAL      '00'
                 READ APPARM
                 IF  WS-FS-PARM            EQUAL      '00'
                     IF  PARM-TOL-PRECO-PCT NUMERIC
                     AND PARM-TOL-PRECO-PCT NOT GREATER 100
                         MOVE PARM-TOL-PRECO-PCT TO  WS-TOL-PRECO-PCT
                     END-IF
                     IF  PARM-PRAZO-PAGTO  NUMERIC
                     AND PARM-PRAZO-PAGTO  GREATER    ZEROS
                         MOVE PARM-PRAZO-PAGTO TO     WS-PRAZO-PAGTO
                     END-IF
                 END-IF
                 CLOSE APPARM
           ELSE
           IF    WS-FS-PARM                NOT EQUAL  '35'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO APPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF
           END-IF.

           OPEN  INPUT                     PEDCOM.
           IF    WS-FS-PED                 NOT EQUAL  '00'
                 MOVE WS-FS-PED            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PEDCOM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1100-CARREGA-PEDCOM
               THRU 1100-99-CARREGA-PEDCOM-EXIT
                   UNTIL WS-FS-PED         EQUAL '10'.
           CLOSE PEDCOM.

      * MASTER DE CONTAS A PAGAR: NA PRIMEIRA RODADA NAO EXISTE (35).
           OPEN  INPUT                     APMST.
           IF    WS-FS-AP                  EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-AP
           ELSE
           IF    WS-FS-AP                  NOT EQUAL  '00'
                 MOVE WS-FS-AP             TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER APMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF
           END-IF.

           OPEN  INPUT                     NFFORN.
           IF    WS-FS-NF                  NOT EQUAL  '00'
                 MOVE WS-FS-NF             TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS NOTAS NFFORN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  APMSTN  APHOLD  RELAP.
           IF    WS-FS-APN                 NOT EQUAL  '00'
           OR    WS-FS-HLD                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-APN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         CAB-DATA.
           WRITE REG-REL                   FROM       CAB-RELAP.
           PERFORM 3900-FS-RELAP THRU 3900-99-FS-RELAP-EXIT.

           PERFORM 1300-LER-APMST    THRU  1300-99-LER-APMST-EXIT.
           PERFORM 1400-LER-NFFORN   THRU  1400-99-LER-NFFORN-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-PEDCOM                 SECTION.
      *================================================================*
           READ  PEDCOM.
           IF  WS-FS-PED   NOT EQUAL '00'
           AND WS-FS-PED   NOT EQUAL '10'
               MOVE WS-FS-PED              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PEDCOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PED                   NOT EQUAL  '00'
               GO TO 1100-99-CARREGA-PEDCOM-EXIT
           END-IF.

           IF  WS-QTDE-PED                 NOT LESS   2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA DE PEDIDOS CHEIA (2000)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-PED.
           MOVE PED-NUMERO      TO  WS-PED-NUMERO     (WS-QTDE-PED).
           MOVE PED-FORNECEDOR  TO  WS-PED-FORNECEDOR (WS-QTDE-PED).
           MOVE PED-ITEM        TO  WS-PED-ITEM       (WS-QTDE-PED).
           MOVE PED-QTDE-RECEBIDA TO WS-PED-RECEBIDA  (WS-QTDE-PED).
           MOVE ZEROS           TO  WS-PED-FATURADA   (WS-QTDE-PED).
      * PEDIDO ANTERIOR AO PRECO NO PEDCOM FICA COM PRECO ZERO.
           IF  PED-PRECO-UNIT              NUMERIC
               MOVE PED-PRECO-UNIT TO  WS-PED-PRECO (WS-QTDE-PED)
           ELSE
               MOVE ZEROS          TO  WS-PED-PRECO (WS-QTDE-PED)
           END-IF.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PEDCOM-EXIT.        EXIT.
      *================================================================*
       1300-LER-APMST                      SECTION.
      *================================================================*
           MOVE '1300-LER-APMST'           TO         WS-CODIGO-AREA.

           IF  WS-FS-AP                    EQUAL      '10'
               GO TO 1300-99-LER-APMST-EXIT
           END-IF.

           READ APMST.

           IF  WS-FS-AP    NOT EQUAL '00'
           AND WS-FS-AP    NOT EQUAL '10'
               MOVE WS-FS-AP               TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER APMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-AP                    EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-AP
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-APMST-EXIT.             EXIT.
      *================================================================*
       1400-LER-NFFORN                     SECTION.
      *================================================================*
           MOVE '1400-LER-NFFORN'          TO         WS-CODIGO-AREA.

           READ NFFORN.

           IF  WS-FS-NF    NOT EQUAL '00'
           AND WS-FS-NF    NOT EQUAL '10'
               MOVE WS-FS-NF               TO         WS-AREA-STAT
               MOVE 'ERRO AO LER NOTAS NFFORN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-NF                    EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-NF
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-NFFORN-EXIT.            EXIT.
      *================================================================*
       2000-ROLA-AP                        SECTION.
      *================================================================*
      * COPIA O MASTER DE CONTAS A PAGAR E ACUMULA, POR PEDIDO, O QUE  *
      * JA FOI FATURADO; GUARDA A CHAVE DE CADA NOTA JA LANCADA.       *
      *----------------------------------------------------------------*
           MOVE '2000-ROLA-AP'             TO         WS-CODIGO-AREA.

           MOVE AP-PEDIDO                  TO         WS-PEDIDO-BUSCA.
           PERFORM 3200-BUSCA-PEDIDO THRU 3200-99-BUSCA-PEDIDO-EXIT.
           IF  WS-PED-ACHADO               GREATER    ZEROS
               ADD  AP-QTDE  TO  WS-PED-FATURADA (WS-PED-ACHADO)
           END-IF.

           MOVE AP-FORNECEDOR              TO         WS-CHV-FORNECEDOR.
           MOVE AP-NOTA                    TO         WS-CHV-NOTA.
           MOVE AP-PEDIDO                  TO         WS-CHV-PEDIDO.
           PERFORM 3600-GUARDA-NOTA THRU 3600-99-GUARDA-NOTA-EXIT.

           MOVE REG-AP                     TO         REG-APN.
           PERFORM 2900-GRAVA-APMSTN THRU 2900-99-GRAVA-APMSTN-EXIT.

           PERFORM 1300-LER-APMST    THRU  1300-99-LER-APMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-ROLA-AP-EXIT.               EXIT.
      *================================================================*
       2900-GRAVA-APMSTN                   SECTION.
      *================================================================*
           WRITE REG-APN.
           IF  WS-FS-APN                   NOT EQUAL  '00'
               MOVE WS-FS-APN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO APMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-APN.
      *----------------------------------------------------------------*
       2900-99-GRAVA-APMSTN-EXIT.          EXIT.
      *================================================================*
       3000-CONFERE-NOTA                   SECTION.
      *================================================================*
      * CONFERENCIA EM TRES PONTAS: PEDIDO, RECEBIMENTO E PRECO. A     *
      * PRIMEIRA DIVERGENCIA ENCONTRADA EH O MOTIVO DA RETENCAO.       *
      *----------------------------------------------------------------*
           MOVE '3000-CONFERE-NOTA'        TO         WS-CODIGO-AREA.

           IF  NF-LINHA                    NOT NUMERIC
           OR  NF-QTDE                     EQUAL      ZEROS
               MOVE 'NOTA COM DADOS INVALIDOS' TO     WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

           MOVE NF-PEDIDO                  TO         WS-PEDIDO-BUSCA.
           PERFORM 3200-BUSCA-PEDIDO THRU 3200-99-BUSCA-PEDIDO-EXIT.
           IF  WS-PED-ACHADO               EQUAL      ZEROS
               MOVE 'PEDIDO NAO ENCONTRADO'   TO      WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

           IF  WS-PED-FORNECEDOR (WS-PED-ACHADO) NOT EQUAL
               NF-FORNECEDOR
               MOVE 'FORNECEDOR DIFERENTE DO PEDIDO' TO WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

           IF  WS-PED-ITEM (WS-PED-ACHADO) NOT EQUAL  NF-ITEM
               MOVE 'ITEM DIFERENTE DO PEDIDO' TO     WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

           MOVE NF-FORNECEDOR              TO         WS-CHV-FORNECEDOR.
           MOVE NF-NUMERO                  TO         WS-CHV-NOTA.
           MOVE NF-PEDIDO                  TO         WS-CHV-PEDIDO.
           MOVE 'N'                        TO         WS-NOTA-REPETIDA.
           PERFORM 3500-COMPARA-NOTA
               THRU 3500-99-COMPARA-NOTA-EXIT
                   VARYING WS-IND-LAN FROM 1 BY 1
                   UNTIL WS-IND-LAN GREATER WS-QTDE-LAN
                      OR WS-NOTA-REPETIDA EQUAL 'S'.
           IF  WS-NOTA-REPETIDA            EQUAL      'S'
               MOVE 'NOTA JA LANCADA PARA O PEDIDO' TO WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

      * RECEBIMENTO: SO SE PAGA O QUE ENTROU NO ESTOQUE.
           COMPUTE WS-SALDO-FATURAR = WS-PED-RECEBIDA (WS-PED-ACHADO)
                                    - WS-PED-FATURADA (WS-PED-ACHADO).
           IF  NF-QTDE                     GREATER    WS-SALDO-FATURAR
               MOVE 'QTDE ACIMA DO SALDO RECEBIDO' TO WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

      * PRECO: DIFERENCA ABSOLUTA CONTRA A TOLERANCIA SOBRE O PEDIDO.
           IF  WS-PED-PRECO (WS-PED-ACHADO) EQUAL     ZEROS
               MOVE 'PEDIDO SEM PRECO NEGOCIADO' TO   WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.
           COMPUTE WS-DIF-PRECO = NF-PRECO-UNIT
                                - WS-PED-PRECO (WS-PED-ACHADO).
           IF  WS-DIF-PRECO                LESS       ZEROS
               COMPUTE WS-DIF-PRECO = 0 - WS-DIF-PRECO
           END-IF.
           COMPUTE WS-LIMITE-PRECO ROUNDED =
                   WS-PED-PRECO (WS-PED-ACHADO) * WS-TOL-PRECO-PCT
                 / 100.
           IF  WS-DIF-PRECO                GREATER    WS-LIMITE-PRECO
               MOVE 'PRECO FORA DA TOLERANCIA' TO     WS-MOTIVO
               GO TO 3000-80-RETEM
           END-IF.

           PERFORM 3100-LANCA-TITULO THRU 3100-99-LANCA-TITULO-EXIT.
           GO TO 3000-90-PROXIMA.

       3000-80-RETEM.
           PERFORM 3800-GRAVA-RETIDO THRU 3800-99-GRAVA-RETIDO-EXIT.

       3000-90-PROXIMA.
           PERFORM 1400-LER-NFFORN   THRU  1400-99-LER-NFFORN-EXIT.
      *----------------------------------------------------------------*
       3000-99-CONFERE-NOTA-EXIT.          EXIT.
      *================================================================*
       3100-LANCA-TITULO                   SECTION.
      *================================================================*
           MOVE '3100-LANCA-TITULO'        TO         WS-CODIGO-AREA.

      * VENCIMENTO: EMISSAO + PRAZO, ROLADO PARA O PROXIMO DIA UTIL.
           MOVE NF-DATA-EMISSAO            TO         WS-670-DATA-BASE.
           MOVE WS-PRAZO-PAGTO             TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              EQUAL      'N'
               MOVE 'DATA DE EMISSAO INVALIDA' TO     WS-MOTIVO
               PERFORM 3800-GRAVA-RETIDO
                   THRU 3800-99-GRAVA-RETIDO-EXIT
               GO TO 3100-99-LANCA-TITULO-EXIT
           END-IF.

           MOVE 'P'                        TO         WS-671-FUNCAO.
           MOVE WS-670-DATA-RESULTADO      TO         WS-671-DATA-BASE.
           MOVE ZEROS                      TO         WS-671-DIAS-SOMAR.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DO VENCIMENTO EM DIA UTIL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-671-DATA-RESULTADO      TO         WS-DATA-VENCTO.

           COMPUTE WS-VALOR-TITULO = NF-QTDE * NF-PRECO-UNIT.

           MOVE SPACES                     TO         REG-APN.
           MOVE NF-FORNECEDOR              TO         APN-FORNECEDOR.
           MOVE NF-NUMERO                  TO         APN-NOTA.
           MOVE NF-PEDIDO                  TO         APN-PEDIDO.
           MOVE NF-ITEM                    TO         APN-ITEM.
           MOVE NF-QTDE                    TO         APN-QTDE.
           MOVE NF-PRECO-UNIT              TO         APN-PRECO-UNIT.
           MOVE WS-VALOR-TITULO            TO         APN-VALOR.
           MOVE NF-DATA-EMISSAO            TO         APN-DATA-EMISSAO.
           MOVE WS-DATA-VENCTO             TO         APN-DATA-VENCTO.
           MOVE 'A'                        TO         APN-SITUACAO.
           MOVE ZEROS                      TO         APN-DATA-PAGTO.
           MOVE WS-DATA-HOJE               TO         APN-DATA-LANCTO.
           PERFORM 2900-GRAVA-APMSTN THRU 2900-99-GRAVA-APMSTN-EXIT.

      * A QUANTIDADE E A NOTA PASSAM A CONTAR JA NESTA RODADA.
           ADD  NF-QTDE    TO  WS-PED-FATURADA (WS-PED-ACHADO).
           PERFORM 3600-GUARDA-NOTA THRU 3600-99-GUARDA-NOTA-EXIT.

           MOVE NF-FORNECEDOR              TO         DETL-FORNECEDOR.
           MOVE NF-NUMERO                  TO         DETL-NOTA.
           MOVE NF-PEDIDO                  TO         DETL-PEDIDO.
           MOVE WS-VALOR-TITULO            TO         DETL-VALOR.
           MOVE WS-DATA-VENCTO             TO         DETL-VENCTO.
           WRITE REG-REL                   FROM       DET-LANCADO.
           PERFORM 3900-FS-RELAP THRU 3900-99-FS-RELAP-EXIT.

           ADD  1                          TO         WS-LANCADOS.
           ADD  WS-VALOR-TITULO            TO         WS-VALOR-LANCADO.
      *----------------------------------------------------------------*
       3100-99-LANCA-TITULO-EXIT.          EXIT.
      *================================================================*
       3200-BUSCA-PEDIDO                   SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-PED-ACHADO.
           PERFORM 3300-COMPARA-PEDIDO
               THRU 3300-99-COMPARA-PEDIDO-EXIT
                   VARYING WS-IND-PED FROM 1 BY 1
                   UNTIL WS-IND-PED GREATER WS-QTDE-PED
                      OR WS-PED-ACHADO GREATER ZEROS.
      *----------------------------------------------------------------*
       3200-99-BUSCA-PEDIDO-EXIT.          EXIT.
      *================================================================*
       3300-COMPARA-PEDIDO                 SECTION.
      *================================================================*
           IF  WS-PED-NUMERO (WS-IND-PED)  EQUAL      WS-PEDIDO-BUSCA
               MOVE WS-IND-PED             TO         WS-PED-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       3300-99-COMPARA-PEDIDO-EXIT.        EXIT.
      *================================================================*
       3500-COMPARA-NOTA                   SECTION.
      *================================================================*
           IF  WS-LAN-OCR (WS-IND-LAN)     EQUAL      WS-CHAVE-NOTA
               MOVE 'S'                    TO         WS-NOTA-REPETIDA
           END-IF.
      *----------------------------------------------------------------*
       3500-99-COMPARA-NOTA-EXIT.          EXIT.
      *================================================================*
       3600-GUARDA-NOTA                    SECTION.
      *================================================================*
           IF  WS-QTDE-LAN                 NOT LESS   5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TABELA DE NOTAS LANCADAS CHEIA (5000)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-LAN.
           MOVE WS-CHAVE-NOTA              TO  WS-LAN-OCR (WS-QTDE-LAN).
      *----------------------------------------------------------------*
       3600-99-GUARDA-NOTA-EXIT.           EXIT.
      *================================================================*
       3800-GRAVA-RETIDO                   SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-HLD.
           MOVE NF-LINHA                   TO         HLD-LINHA.
           MOVE WS-MOTIVO                  TO         HLD-MOTIVO.
           WRITE REG-HLD.
           IF  WS-FS-HLD                   NOT EQUAL  '00'
               MOVE WS-FS-HLD              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RETENCOES APHOLD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE NF-LINHA (1:5)             TO         DETR-FORNECEDOR.
           MOVE NF-LINHA (6:9)             TO         DETR-NOTA.
           MOVE NF-LINHA (23:8)            TO         DETR-PEDIDO.
           MOVE WS-MOTIVO                  TO         DETR-MOTIVO.
           WRITE REG-REL                   FROM       DET-RETIDO.
           PERFORM 3900-FS-RELAP THRU 3900-99-FS-RELAP-EXIT.

           ADD  1                          TO         WS-RETIDOS.
           IF  NF-QTDE                     NUMERIC
           AND NF-PRECO-UNIT               NUMERIC
               COMPUTE WS-VALOR-TITULO = NF-QTDE * NF-PRECO-UNIT
               ADD  WS-VALOR-TITULO        TO         WS-VALOR-RETIDO
           END-IF.
      *----------------------------------------------------------------*
       3800-99-GRAVA-RETIDO-EXIT.          EXIT.
      *================================================================*
       3900-FS-RELAP                       SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELAP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3900-99-FS-RELAP-EXIT.              EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE 'TITULOS LANCADOS'         TO         DETT-TEXTO.
           MOVE WS-LANCADOS                TO         DETT-QTDE.
           MOVE WS-VALOR-LANCADO           TO         DETT-VALOR.
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 3900-FS-RELAP THRU 3900-99-FS-RELAP-EXIT.
           MOVE 'LINHAS RETIDAS'           TO         DETT-TEXTO.
           MOVE WS-RETIDOS                 TO         DETT-QTDE.
           MOVE WS-VALOR-RETIDO            TO         DETT-VALOR.
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 3900-FS-RELAP THRU 3900-99-FS-RELAP-EXIT.

           CLOSE NFFORN  APMSTN  APHOLD  RELAP.
           IF  WS-FS-AP                    EQUAL      '10'
               CLOSE APMST
           END-IF.

           IF  WS-FS-NF                    NOT EQUAL  '00'
           OR  WS-FS-APN                   NOT EQUAL  '00'
           OR  WS-FS-HLD                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-APN              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LINHAS DE NOTA LIDAS  =    ' WS-LIDOS-NF.
           DISPLAY '* TITULOS LANCADOS      =    ' WS-LANCADOS.
           DISPLAY '* VALOR LANCADO         =    ' WS-VALOR-LANCADO.
           DISPLAY '* LINHAS RETIDAS        =    ' WS-RETIDOS.
           DISPLAY '* MASTER ANTERIOR       =    ' WS-LIDOS-AP.
           DISPLAY '* MASTER NOVO TOTAL     =    ' WS-GRAVADOS-APN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-NF               TO    WS-RC-QTDE-LIDOS
           MOVE  WS-LANCADOS               TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB860S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
