       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB861S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PAGAMENTO SEMANAL A FORNECEDORES. RODA UMA VEZ POR   *
      * SEMANA SOBRE O MASTER DE CONTAS A PAGAR APMST (VRB860S):       *
      *   1. A DATA DE PAGAMENTO VEM DO PAGPARM (SEM PARAMETRO, HOJE), *
      *      ROLADA PARA O PROXIMO DIA UTIL (ROTINA VRB671S);          *
      *   2. PAGA OS TITULOS ABERTOS QUE VENCEM ATE A VESPERA DO       *
      *      PROXIMO PAGAMENTO SEMANAL (DATA DE PAGAMENTO + 6 DIAS     *
      *      CORRIDOS, ROTINA VRB670S) - NENHUM TITULO ESPERA A        *
      *      SEMANA SEGUINTE E VENCE SEM PAGAMENTO;                    *
      *   3. O CREDITO VAI PARA O BANCO/AGENCIA/CONTA DO FORNECEDOR NO *
      *      FORNMST; FORNECEDOR SEM DADOS BANCARIOS FICA COM O TITULO *
      *      ABERTO E SAI NO RELPAG COMO PENDENCIA;                    *
      *   4. O MASTER RODA APMST -> APMSTN COM OS TITULOS PAGOS EM 'P' *
      *      E A DATA DO PAGAMENTO.                                    *
      * O PAGDET EH O DETALHE DO ENVELOPE: O STEP SEGUINTE (VRB785S,   *
      * ESTPARM COM VALOR NA POSICAO 065, TAMANHO 13 = VALOR PAGO)     *
      * CARIMBA HEADER/TRAILER E REGISTRA NO MANIFESTO TRNMAN. O MESMO *
      * PAGDET ENTRA COMO SAIDA NA POSICAO DE CAIXA DO VRB783S.        *
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

           SELECT PAGPARM        ASSIGN TO PAGPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT FORNMST        ASSIGN TO FORNMST
           FILE STATUS           IS        WS-FS-FOR.
      *----------------------------------------------------------------*
           SELECT APMST          ASSIGN TO APMST
           FILE STATUS           IS        WS-FS-AP.
      *----------------------------------------------------------------*
           SELECT APMSTN         ASSIGN TO APMSTN
           FILE STATUS           IS        WS-FS-APN.
      *----------------------------------------------------------------*
           SELECT PAGDET         ASSIGN TO PAGDET
           FILE STATUS           IS        WS-FS-DET.
      *----------------------------------------------------------------*
           SELECT RELPAG         ASSIGN TO RELPAG
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PAGPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-DATA-PAGTO              PIC 9(08).
           05 FILLER                       PIC X(72).
      *----------------------------------------------------------------*
      *   MASTER DE FORNECEDORES COM OS DADOS BANCARIOS DO CREDITO     *
      *----------------------------------------------------------------*
       FD  FORNMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-FOR.

       01  REG-FOR.
           05 FOR-CODIGO                   PIC 9(05).
           05 FOR-NOME                     PIC X(30).
           05 FOR-PRAZO-ENTREGA            PIC 9(03).
           05 FOR-BANCO                    PIC 9(03).
           05 FOR-AGENCIA                  PIC 9(04).
           05 FOR-CONTA                    PIC 9(10).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   MASTER DE CONTAS A PAGAR (VRB860S)                           *
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
      *   DETALHE DO ENVELOPE (POSICAO 80 SEMPRE EM BRANCO - VRB785S)  *
      *----------------------------------------------------------------*
       FD  PAGDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DET.

       01  REG-DET.
           05 DET-FORNECEDOR               PIC 9(05).
           05 DET-NOME                     PIC X(25).
           05 DET-BANCO                    PIC 9(03).
           05 DET-AGENCIA                  PIC 9(04).
           05 DET-CONTA                    PIC 9(10).
           05 DET-NOTA                     PIC 9(09).
           05 DET-DATA-PAGTO               PIC 9(08).
           05 DET-VALOR                    PIC 9(11)V99.
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  RELPAG
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-FOR                       PIC X(02)     VALUE '00'.
       77  WS-FS-AP                        PIC X(02)     VALUE '00'.
       77  WS-FS-APN                       PIC X(02)     VALUE '00'.
       77  WS-FS-DET                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 DATAS DO PAGAMENTO                             *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-PAGTO                   PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *          FORNECEDORES E DADOS BANCARIOS (TABELA)               *
      *----------------------------------------------------------------*
       77  WS-QTDE-FOR                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-FOR                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-FOR-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-FOR.
           05 WS-FOR-OCR                   OCCURS 500 TIMES.
              10 WS-FOR-CODIGO             PIC 9(05).
              10 WS-FOR-NOME               PIC X(30).
              10 WS-FOR-BANCO              PIC 9(03).
              10 WS-FOR-AGENCIA            PIC 9(04).
              10 WS-FOR-CONTA              PIC 9(10).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-AP                     PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-APN                 PIC 9(07)     VALUE ZEROS.
       77  WS-PAGOS                        PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-PAGO                   PIC 9(13)V99  VALUE ZEROS.
       77  WS-VALOR-PENDENTE               PIC 9(13)V99  VALUE ZEROS.
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
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB861S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB861S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPAG                     *
      *----------------------------------------------------------------*
       01  CAB-RELPAG.
           05 FILLER                       PIC X(40)  VALUE
              'VRB861S - PAGAMENTO SEMANAL A FORNECEDOR'.
           05 FILLER                       PIC X(10)  VALUE
              'ES  PAGTO '.
           05 CAB-DATA-PAGTO               PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE
              '  VENC ATE'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CAB-DATA-LIMITE              PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-PAGO.
           05 FILLER                       PIC X(08)  VALUE 'PAGO    '.
           05 DETP-FORNECEDOR              PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE ' NF '.
           05 DETP-NOTA                    PIC 9(09)  VALUE ZEROS.
           05 FILLER                       PIC X(06)  VALUE ' VENC '.
           05 DETP-VENCTO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-PENDENCIA.
           05 FILLER                       PIC X(08)  VALUE 'PENDENTE'.
           05 DETN-FORNECEDOR              PIC 9(05)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE ' NF '.
           05 DETN-NOTA                    PIC 9(09)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETN-MOTIVO                  PIC X(35)  VALUE SPACES.
           05 FILLER                       PIC X(18)  VALUE SPACES.
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
           PERFORM 2000-AVALIA-TITULO
               THRU 2000-99-AVALIA-TITULO-EXIT
                   UNTIL WS-FS-AP          EQUAL '10'.
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
           MOVE  WS-DATA-HOJE              TO         WS-DATA-PAGTO.

      * DATA DE PAGAMENTO: SEM PAGPARM (OU DATA ZERADA) PAGA-SE HOJE.
           OPEN  INPUT                     PAGPARM.
           IF    WS-FS-PARM                EQUAL      '00'
                 READ PAGPARM
                 IF  WS-FS-PARM            EQUAL      '00'
                 AND PARM-DATA-PAGTO       NUMERIC
                 AND PARM-DATA-PAGTO       GREATER    ZEROS
                     MOVE PARM-DATA-PAGTO  TO         WS-DATA-PAGTO
                 END-IF
                 CLOSE PAGPARM
           ELSE
           IF    WS-FS-PARM                NOT EQUAL  '35'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PAGPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF
           END-IF.

           MOVE 'P'                        TO         WS-671-FUNCAO.
           MOVE WS-DATA-PAGTO              TO         WS-671-DATA-BASE.
           MOVE ZEROS                      TO         WS-671-DIAS-SOMAR.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA DE PAGAMENTO INVALIDA NO PAGPARM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-671-DATA-RESULTADO      TO         WS-DATA-PAGTO.

           MOVE WS-DATA-PAGTO              TO         WS-670-DATA-BASE.
           MOVE 6                          TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           MOVE WS-670-DATA-RESULTADO      TO         WS-DATA-LIMITE.

           OPEN  INPUT                     FORNMST.
           IF    WS-FS-FOR                 NOT EQUAL  '00'
                 MOVE WS-FS-FOR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FORNMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 1100-LE-FORNMST THRU 1100-99-LE-FORNMST-EXIT
                   UNTIL WS-FS-FOR         EQUAL '10'.
           CLOSE FORNMST.

      * SEM MASTER DE CONTAS A PAGAR (35) NAO HA O QUE PAGAR.
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

           OPEN  OUTPUT  APMSTN  PAGDET  RELPAG.
           IF    WS-FS-APN                 NOT EQUAL  '00'
           OR    WS-FS-DET                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-APN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-PAGTO              TO         CAB-DATA-PAGTO.
           MOVE WS-DATA-LIMITE             TO         CAB-DATA-LIMITE.
           WRITE REG-REL                   FROM       CAB-RELPAG.
           PERFORM 3900-FS-RELPAG THRU 3900-99-FS-RELPAG-EXIT.

           PERFORM 1300-LER-APMST    THRU  1300-99-LER-APMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LE-FORNMST                     SECTION.
      *================================================================*
           READ  FORNMST.
           IF  WS-FS-FOR   NOT EQUAL '00'
           AND WS-FS-FOR   NOT EQUAL '10'
               MOVE WS-FS-FOR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FORNMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FOR                   EQUAL      '00'
           AND WS-QTDE-FOR                 LESS       500
               ADD  1                      TO         WS-QTDE-FOR
               MOVE FOR-CODIGO   TO  WS-FOR-CODIGO  (WS-QTDE-FOR)
               MOVE FOR-NOME     TO  WS-FOR-NOME    (WS-QTDE-FOR)
      * FORNECEDOR SEM DADOS BANCARIOS FICA COM BANCO ZERO.
               IF  FOR-BANCO               NUMERIC
               AND FOR-AGENCIA             NUMERIC
               AND FOR-CONTA               NUMERIC
                   MOVE FOR-BANCO    TO  WS-FOR-BANCO   (WS-QTDE-FOR)
                   MOVE FOR-AGENCIA  TO  WS-FOR-AGENCIA (WS-QTDE-FOR)
                   MOVE FOR-CONTA    TO  WS-FOR-CONTA   (WS-QTDE-FOR)
               ELSE
                   MOVE ZEROS        TO  WS-FOR-BANCO   (WS-QTDE-FOR)
                   MOVE ZEROS        TO  WS-FOR-AGENCIA (WS-QTDE-FOR)
                   MOVE ZEROS        TO  WS-FOR-CONTA   (WS-QTDE-FOR)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-FORNMST-EXIT.            EXIT.
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
       2000-AVALIA-TITULO                  SECTION.
      *================================================================*
           MOVE '2000-AVALIA-TITULO'       TO         WS-CODIGO-AREA.

           MOVE REG-AP                     TO         REG-APN.

           IF  NOT AP-ABERTO
           OR  AP-DATA-VENCTO              GREATER    WS-DATA-LIMITE
               GO TO 2000-90-GRAVA
           END-IF.

           MOVE ZEROS                      TO         WS-FOR-ACHADO.
           PERFORM 2100-COMPARA-FORNECEDOR
               THRU 2100-99-COMPARA-FORNECEDOR-EXIT
                   VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER WS-QTDE-FOR
                      OR WS-FOR-ACHADO GREATER ZEROS.

           IF  WS-FOR-ACHADO               EQUAL      ZEROS
               MOVE 'FORNECEDOR SEM CADASTRO NO FORNMST'
                                           TO         DETN-MOTIVO
               PERFORM 3800-GRAVA-PENDENCIA
                   THRU 3800-99-GRAVA-PENDENCIA-EXIT
               GO TO 2000-90-GRAVA
           END-IF.

           IF  WS-FOR-BANCO   (WS-FOR-ACHADO) EQUAL   ZEROS
           OR  WS-FOR-CONTA   (WS-FOR-ACHADO) EQUAL   ZEROS
               MOVE 'FORNECEDOR SEM DADOS BANCARIOS'
                                           TO         DETN-MOTIVO
               PERFORM 3800-GRAVA-PENDENCIA
                   THRU 3800-99-GRAVA-PENDENCIA-EXIT
               GO TO 2000-90-GRAVA
           END-IF.

           PERFORM 3100-PAGA-TITULO THRU 3100-99-PAGA-TITULO-EXIT.

       2000-90-GRAVA.
           WRITE REG-APN.
           IF  WS-FS-APN                   NOT EQUAL  '00'
               MOVE WS-FS-APN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO APMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-APN.

           PERFORM 1300-LER-APMST    THRU  1300-99-LER-APMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-AVALIA-TITULO-EXIT.         EXIT.
      *================================================================*
       2100-COMPARA-FORNECEDOR             SECTION.
      *================================================================*
           IF  WS-FOR-CODIGO (WS-IND-FOR)  EQUAL      AP-FORNECEDOR
               MOVE WS-IND-FOR             TO         WS-FOR-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       2100-99-COMPARA-FORNECEDOR-EXIT.    EXIT.
      *================================================================*
       3100-PAGA-TITULO                    SECTION.
      *================================================================*
           MOVE '3100-PAGA-TITULO'         TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-DET.
           MOVE AP-FORNECEDOR              TO         DET-FORNECEDOR.
           MOVE WS-FOR-NOME    (WS-FOR-ACHADO) TO     DET-NOME.
           MOVE WS-FOR-BANCO   (WS-FOR-ACHADO) TO     DET-BANCO.
           MOVE WS-FOR-AGENCIA (WS-FOR-ACHADO) TO     DET-AGENCIA.
           MOVE WS-FOR-CONTA   (WS-FOR-ACHADO) TO     DET-CONTA.
           MOVE AP-NOTA                    TO         DET-NOTA.
           MOVE WS-DATA-PAGTO              TO         DET-DATA-PAGTO.
           MOVE AP-VALOR                   TO         DET-VALOR.
           WRITE REG-DET.
           IF  WS-FS-DET                   NOT EQUAL  '00'
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REMESSA PAGDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE 'P'                        TO         APN-SITUACAO.
           MOVE WS-DATA-PAGTO              TO         APN-DATA-PAGTO.

           MOVE AP-FORNECEDOR              TO         DETP-FORNECEDOR.
           MOVE WS-FOR-NOME (WS-FOR-ACHADO) TO        DETP-NOME.
           MOVE AP-NOTA                    TO         DETP-NOTA.
           MOVE AP-DATA-VENCTO             TO         DETP-VENCTO.
           MOVE AP-VALOR                   TO         DETP-VALOR.
           WRITE REG-REL                   FROM       DET-PAGO.
           PERFORM 3900-FS-RELPAG THRU 3900-99-FS-RELPAG-EXIT.

           ADD  1                          TO         WS-PAGOS.
           ADD  AP-VALOR                   TO         WS-VALOR-PAGO.
      *----------------------------------------------------------------*
       3100-99-PAGA-TITULO-EXIT.           EXIT.
      *================================================================*
       3800-GRAVA-PENDENCIA                SECTION.
      *================================================================*
           MOVE AP-FORNECEDOR              TO         DETN-FORNECEDOR.
           MOVE AP-NOTA                    TO         DETN-NOTA.
           WRITE REG-REL                   FROM       DET-PENDENCIA.
           PERFORM 3900-FS-RELPAG THRU 3900-99-FS-RELPAG-EXIT.
           ADD  1                          TO         WS-PENDENTES.
           ADD  AP-VALOR                   TO         WS-VALOR-PENDENTE.
      *----------------------------------------------------------------*
       3800-99-GRAVA-PENDENCIA-EXIT.       EXIT.
      *================================================================*
       3900-FS-RELPAG                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELPAG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3900-99-FS-RELPAG-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE 'TITULOS PAGOS'            TO         DETT-TEXTO.
           MOVE WS-PAGOS                   TO         DETT-QTDE.
           MOVE WS-VALOR-PAGO              TO         DETT-VALOR.
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 3900-FS-RELPAG THRU 3900-99-FS-RELPAG-EXIT.
           MOVE 'TITULOS PENDENTES'        TO         DETT-TEXTO.
           MOVE WS-PENDENTES               TO         DETT-QTDE.
           MOVE WS-VALOR-PENDENTE          TO         DETT-VALOR.
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 3900-FS-RELPAG THRU 3900-99-FS-RELPAG-EXIT.

           CLOSE APMSTN  PAGDET  RELPAG.
           IF  WS-FS-AP                    EQUAL      '10'
               CLOSE APMST
           END-IF.

           IF  WS-FS-APN                   NOT EQUAL  '00'
           OR  WS-FS-DET                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-APN              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* DATA DE PAGAMENTO     =    ' WS-DATA-PAGTO.
           DISPLAY '* TITULOS PAGOS         =    ' WS-PAGOS.
           DISPLAY '* VALOR PAGO            =    ' WS-VALOR-PAGO.
           DISPLAY '* TITULOS PENDENTES     =    ' WS-PENDENTES.
           DISPLAY '* MASTER NOVO TOTAL     =    ' WS-GRAVADOS-APN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-AP               TO    WS-RC-QTDE-LIDOS
           MOVE  WS-PAGOS                  TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB861S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
