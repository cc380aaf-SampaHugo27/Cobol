       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB838S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: APURACAO DIARIA DA EFETIVIDADE DA REGUA PREVENTIVA   *
      * DE SMS. OS MASTERS NAO GUARDAM A DATA DO PAGAMENTO; POR ISSO A *
      * APURACAO OLHA A SITUACAO DO DOCUMENTO NA MANHA SEGUINTE AO     *
      * VENCIMENTO, DEPOIS DA BAIXA DO RETORNO BANCARIO DA NOITE:      *
      *   1. JANELA: VENCIMENTO APOS O PENULTIMO DIA UTIL E ATE O      *
      *      ULTIMO DIA UTIL ANTERIOR A HOJE (FERIADOS DO VRB671S) -   *
      *      VENCIMENTO EM FIM DE SEMANA OU FERIADO EH APURADO COM O   *
      *      PRIMEIRO DIA UTIL SEGUINTE, QUANDO O PAGAMENTO AINDA EH   *
      *      EM DIA. CADA VENCIMENTO ENTRA EM UMA UNICA APURACAO;      *
      *   2. SELECIONA OS DOCUMENTOS DAS MESMAS ORIGENS DA REGUA       *
      *      (VRB836S) COM VENCIMENTO NA JANELA - TITMST ESCOLA,       *
      *      LOANPAR E FATMST - MARCANDO SE ESTAO PAGOS. TITULO        *
      *      BAIXADO, PROTESTADO OU REJEITADO NAO ENTRA;               *
      *   3. BATE (BALANCE-LINE POR ORIGEM+CHAVE+DOCUMENTO) COM AS     *
      *      MENSAGENS DO CONTROLE SMSCTL DO MESMO VENCIMENTO; COM     *
      *      MAIS DE UM LEMBRETE VALE O MELHOR RESULTADO (RECEBIDA,    *
      *      ENVIADA SEM CONFIRMACAO, FALHA);                          *
      *   4. ACUMULA O RESULTADO NO HISTORICO SMSAPU, BASE DO          *
      *      RELATORIO MENSAL LEMBRADOS X NAO LEMBRADOS (VRB839S).     *
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

           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT SMSCTL         ASSIGN TO SMSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT APUWRK         ASSIGN TO APUWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SMSWK          ASSIGN TO SMSWK.
      *----------------------------------------------------------------*
           SELECT SMSSEL         ASSIGN TO SMSSEL
           FILE STATUS           IS        WS-FS-SEL.
      *----------------------------------------------------------------*
           SELECT SMSAPU         ASSIGN TO SMSAPU
           FILE STATUS           IS        WS-FS-APU.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
              88 TIT-EMITIDO                            VALUE 'E'.
              88 TIT-PAGO                               VALUE 'P'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-ESCOLA                      VALUE 'E'.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  LOANPAR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-CONTRATO                 PIC 9(06).
           05 PAR-PARCELA                  PIC 9(03).
           05 PAR-DATA-VENCTO              PIC 9(08).
           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
              88 PAR-SIT-PAGA                           VALUE 'P' 'Q'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  FATMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-FAT.

       01  REG-FAT.
           05 FAT-CPF                      PIC 9(11).
           05 FAT-CICLO                    PIC 9(06).
           05 FAT-NOME                     PIC X(30).
           05 FAT-DATA-FECHAMENTO          PIC 9(08).
           05 FAT-DATA-VENCTO              PIC 9(08).
           05 FAT-SALDO-ANTERIOR           PIC 9(11)V99.
           05 FAT-PAGAMENTOS               PIC 9(11)V99.
           05 FAT-ROTATIVO                 PIC 9(11)V99.
           05 FAT-JUROS                    PIC 9(11)V99.
           05 FAT-COMPRAS                  PIC 9(11)V99.
           05 FAT-TOTAL                    PIC 9(11)V99.
           05 FAT-MINIMO                   PIC 9(11)V99.
           05 FAT-VALOR-PAGO               PIC 9(11)V99.
           05 FAT-DATA-ULT-PAGTO           PIC 9(08).
           05 FAT-SITUACAO                 PIC X(01).
              88 FAT-SIT-PAGA-OU-MINIMO                 VALUE 'P' 'M'.
           05 FAT-TAXA-ROTATIVO            PIC 9(02)V9(04).
           05 FAT-CREDITOS                 PIC 9(11)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   CONTROLE DAS MENSAGENS DA REGUA (VRB836S / VRB837S)          *
      *----------------------------------------------------------------*
       FD  SMSCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-ID-SMS                   PIC 9(10).
           05 CTL-ORIGEM                   PIC X(01).
           05 CTL-CHAVE                    PIC 9(11).
           05 CTL-DOCUMENTO                PIC 9(10).
           05 CTL-CPF                      PIC 9(11).
           05 CTL-DATA-VENCTO              PIC 9(08).
           05 CTL-VALOR                    PIC 9(09)V9(02).
           05 CTL-REGUA                    PIC X(01).
           05 CTL-DATA-ENVIO               PIC 9(08).
           05 CTL-SITUACAO                 PIC X(01).
           05 CTL-DATA-RETORNO             PIC 9(08).
      *----------------------------------------------------------------*
      *   DOCUMENTOS VENCIDOS NA JANELA (ORIGEM E/L/F, COMO NO VRB836S)*
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-ORIGEM                    PIC X(01).
           05 SW-CHAVE                     PIC 9(11).
           05 SW-DOCUMENTO                 PIC 9(10).
           05 SW-DATA-VENCTO               PIC 9(08).
           05 SW-VALOR                     PIC 9(09)V9(02).
           05 SW-PAGO                      PIC X(01).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       FD  APUWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CHAVE-BAT.
              10 WRK-ORIGEM                PIC X(01).
              10 WRK-CHAVE                 PIC 9(11).
              10 WRK-DOCUMENTO             PIC 9(10).
           05 WRK-DATA-VENCTO              PIC 9(08).
           05 WRK-VALOR                    PIC 9(09)V9(02).
           05 WRK-PAGO                     PIC X(01).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
      *   MENSAGENS DO CONTROLE COM VENCIMENTO NA JANELA               *
      *----------------------------------------------------------------*
       SD  SMSWK.

       01  REG-SMSWK.
           05 SMW-ORIGEM                   PIC X(01).
           05 SMW-CHAVE                    PIC 9(11).
           05 SMW-DOCUMENTO                PIC 9(10).
           05 SMW-CPF                      PIC 9(11).
           05 SMW-DATA-VENCTO              PIC 9(08).
           05 SMW-VALOR                    PIC 9(09)V9(02).
           05 SMW-REGUA                    PIC X(01).
           05 SMW-DATA-ENVIO               PIC 9(08).
           05 SMW-ID-SMS                   PIC 9(10).
           05 SMW-SITUACAO                 PIC X(01).
           05 SMW-DATA-RETORNO             PIC 9(08).
      *----------------------------------------------------------------*
       FD  SMSSEL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SEL.

       01  REG-SEL.
           05 SEL-CHAVE-BAT.
              10 SEL-ORIGEM                PIC X(01).
              10 SEL-CHAVE                 PIC 9(11).
              10 SEL-DOCUMENTO             PIC 9(10).
           05 SEL-CPF                      PIC 9(11).
           05 SEL-DATA-VENCTO              PIC 9(08).
           05 SEL-VALOR                    PIC 9(09)V9(02).
           05 SEL-REGUA                    PIC X(01).
           05 SEL-DATA-ENVIO               PIC 9(08).
           05 SEL-ID-SMS                   PIC 9(10).
           05 SEL-SITUACAO                 PIC X(01).
              88 SEL-RECEBIDA                           VALUE 'R'.
              88 SEL-ENVIADA                            VALUE 'E'.
           05 SEL-DATA-RETORNO             PIC 9(08).
      *----------------------------------------------------------------*
      *   HISTORICO DA APURACAO (ACUMULADO). LEMBRADO: R = RECEBIDA,   *
      *   E = ENVIADA SEM CONFIRMACAO, F = FALHA NA ENTREGA,           *
      *   N = NAO LEMBRADO. PAGO: S/N NA MANHA SEGUINTE AO VENCIMENTO  *
      *----------------------------------------------------------------*
       FD  SMSAPU
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-APU.

       01  REG-APU.
           05 APU-DATA-APURACAO            PIC 9(08).
           05 APU-ORIGEM                   PIC X(01).
           05 APU-CHAVE                    PIC 9(11).
           05 APU-DOCUMENTO                PIC 9(10).
           05 APU-CPF                      PIC 9(11).
           05 APU-DATA-VENCTO              PIC 9(08).
           05 APU-VALOR                    PIC 9(09)V9(02).
           05 APU-LEMBRADO                 PIC X(01).
              88 APU-LEMBRADO-RECEBIDA                  VALUE 'R'.
              88 APU-LEMBRADO-ENVIADA                   VALUE 'E'.
              88 APU-LEMBRADO-FALHA                     VALUE 'F'.
              88 APU-NAO-LEMBRADO                       VALUE 'N'.
           05 APU-QTDE-SMS                 PIC 9(01).
           05 APU-PAGO                     PIC X(01).
           05 FILLER                       PIC X(17).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEL                       PIC X(02)     VALUE '00'.
       77  WS-FS-APU                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FAT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTL                    PIC 9(07)     VALUE ZEROS.
       77  WS-MENSAGENS-JANELA             PIC 9(07)     VALUE ZEROS.
       77  WS-MENSAGENS-SEM-DOC            PIC 9(07)     VALUE ZEROS.
       77  WS-DOCUMENTOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-DOC-LEMBRADOS                PIC 9(07)     VALUE ZEROS.
       77  WS-DOC-LEMBRADOS-PAGOS          PIC 9(07)     VALUE ZEROS.
       77  WS-DOC-NAO-LEMBRADOS            PIC 9(07)     VALUE ZEROS.
       77  WS-DOC-NAO-LEMBR-PAGOS          PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CHAVES DO BALANCE-LINE (HIGH-VALUES NO FIM)             *
      *----------------------------------------------------------------*
       01  WS-CHAVE-WRK                    PIC X(22)   VALUE SPACES.
       01  WS-CHAVE-SEL                    PIC X(22)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        MELHOR RESULTADO DOS LEMBRETES DO DOCUMENTO CORRENTE    *
      *----------------------------------------------------------------*
       77  WS-MELHOR-SITUACAO              PIC X(01)   VALUE 'N'.
       77  WS-QTDE-SMS-DOC                 PIC 9(01)   VALUE ZEROS.
       77  WS-CPF-DOC                      PIC 9(11)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        JANELA DA APURACAO (DIAS UTEIS ANTERIORES A HOJE)       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-UTIL-ANT-1              PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-UTIL-ANT-2              PIC 9(08)   VALUE ZEROS.
       01  WS-DATA-PROCURA                 PIC 9(08)   VALUE ZEROS.
       01  FILLER                          REDEFINES   WS-DATA-PROCURA.
           05  WS-PROCURA-ANO              PIC 9(04).
           05  WS-PROCURA-MES              PIC 9(02).
           05  WS-PROCURA-DIA              PIC 9(02).
       01  WS-TAB-DIAS-MES-X.
           05  FILLER                      PIC X(24)   VALUE
               '312831303130313130313031'.
       01  WS-TAB-DIAS-MES REDEFINES       WS-TAB-DIAS-MES-X.
           05  WS-DIAS-MES-OCR             PIC 9(02)   OCCURS 12 TIMES.
       77  WS-DIV-ANO                      PIC 9(04)   VALUE ZEROS.
       77  WS-RESTO-4                      PIC 9(04)   VALUE ZEROS.
       77  WS-RESTO-100                    PIC 9(04)   VALUE ZEROS.
       77  WS-RESTO-400                    PIC 9(04)   VALUE ZEROS.
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *        TRAVA DE EXECUCAO DUPLA POR DATA (DBLRUN31)             *
      *----------------------------------------------------------------*
       77  WS-DBLRUN                       PIC X(08)   VALUE 'DBLRUN31'.
       01  WS-DBL-PARM.
           05 WS-DBL-PROGRAMA              PIC X(08).
           05 WS-DBL-FORCADO               PIC X(01).
           05 WS-DBL-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB838S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB838S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           SORT SORTWK
                ASCENDING  KEY             SW-ORIGEM
                ASCENDING  KEY             SW-CHAVE
                ASCENDING  KEY             SW-DOCUMENTO
                INPUT  PROCEDURE IS        0100-MONTA-DOCUMENTOS
                GIVING                     APUWRK.

           SORT SMSWK
                ASCENDING  KEY             SMW-ORIGEM
                ASCENDING  KEY             SMW-CHAVE
                ASCENDING  KEY             SMW-DOCUMENTO
                INPUT  PROCEDURE IS        0600-SELECIONA-MENSAGENS
                GIVING                     SMSSEL.

           PERFORM 1500-ABRE-APURACAO
               THRU 1500-99-ABRE-APURACAO-EXIT.
           PERFORM 2000-BALANCE-LINE   THRU  2000-99-BALANCE-LINE-EXIT
                   UNTIL WS-CHAVE-WRK      EQUAL HIGH-VALUES
                     AND WS-CHAVE-SEL      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-MONTA-DOCUMENTOS               SECTION.
      *================================================================*
           MOVE '0100-MONTA-DOCUMENTOS'    TO    WS-CODIGO-AREA.

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0200-RELEASE-TITULO THRU 0200-99-RELEASE-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.
           CLOSE TITMST.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0300-RELEASE-PARCELA
               THRU 0300-99-RELEASE-PARCELA-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'.
           CLOSE LOANPAR.

      * SEM MASTER DE FATURAS (35) NAO HA FATURA A APURAR.
           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 EQUAL      '35'
                 GO TO 0100-99-MONTA-DOCUMENTOS-EXIT
           END-IF.
           IF    WS-FS-FAT                 NOT EQUAL  '00'
                 MOVE WS-FS-FAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0400-RELEASE-FATURA THRU 0400-99-RELEASE-FATURA-EXIT
                   UNTIL WS-FS-FAT         EQUAL      '10'.
           CLOSE FATMST.
      *----------------------------------------------------------------*
       0100-99-MONTA-DOCUMENTOS-EXIT.      EXIT.
      *================================================================*
       0200-RELEASE-TITULO                 SECTION.
      *================================================================*
      * TITULO ESCOLAR EMITIDO OU PAGO COM VENCIMENTO NA JANELA.       *
      *----------------------------------------------------------------*
           READ  TITMST.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE '0200-RELEASE-TITULO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-TIT.
           IF  NOT TIT-ORIGEM-ESCOLA
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.
           IF  NOT TIT-EMITIDO
           AND NOT TIT-PAGO
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.
           IF  TIT-DATA-VENCTO         NOT GREATER    WS-DATA-UTIL-ANT-2
           OR  TIT-DATA-VENCTO             GREATER    WS-DATA-UTIL-ANT-1
               GO TO 0200-99-RELEASE-TITULO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'E'                        TO         SW-ORIGEM.
           MOVE TIT-SOCIO                  TO         SW-CHAVE.
           MOVE TIT-NOSSO-NUMERO           TO         SW-DOCUMENTO.
           MOVE TIT-DATA-VENCTO            TO         SW-DATA-VENCTO.
           MOVE TIT-VALOR                  TO         SW-VALOR.
           IF  TIT-PAGO
               MOVE 'S'                    TO         SW-PAGO
           ELSE
               MOVE 'N'                    TO         SW-PAGO
           END-IF.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0200-99-RELEASE-TITULO-EXIT.        EXIT.
      *================================================================*
       0300-RELEASE-PARCELA                SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '0300-RELEASE-PARCELA' TO         WS-CODIGO-AREA
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PAR                   NOT EQUAL  '00'
               GO TO 0300-99-RELEASE-PARCELA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PAR.
           IF  PAR-DATA-VENCTO         NOT GREATER    WS-DATA-UTIL-ANT-2
           OR  PAR-DATA-VENCTO             GREATER    WS-DATA-UTIL-ANT-1
               GO TO 0300-99-RELEASE-PARCELA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'L'                        TO         SW-ORIGEM.
           MOVE PAR-CONTRATO               TO         SW-CHAVE.
           MOVE PAR-PARCELA                TO         SW-DOCUMENTO.
           MOVE PAR-DATA-VENCTO            TO         SW-DATA-VENCTO.
           MOVE PAR-VALOR                  TO         SW-VALOR.
           IF  PAR-SIT-PAGA
               MOVE 'S'                    TO         SW-PAGO
           ELSE
               MOVE 'N'                    TO         SW-PAGO
           END-IF.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0300-99-RELEASE-PARCELA-EXIT.       EXIT.
      *================================================================*
       0400-RELEASE-FATURA                 SECTION.
      *================================================================*
      * FATURA PAGA (P) OU COM O MINIMO PAGO (M) CONTA COMO PAGA EM    *
      * DIA; ABERTA (A) OU ROLADA (R), NAO.                            *
      *----------------------------------------------------------------*
           READ  FATMST.
           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE '0400-RELEASE-FATURA'  TO         WS-CODIGO-AREA
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FAT                   NOT EQUAL  '00'
               GO TO 0400-99-RELEASE-FATURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-FAT.
           IF  FAT-DATA-VENCTO         NOT GREATER    WS-DATA-UTIL-ANT-2
           OR  FAT-DATA-VENCTO             GREATER    WS-DATA-UTIL-ANT-1
               GO TO 0400-99-RELEASE-FATURA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'F'                        TO         SW-ORIGEM.
           MOVE FAT-CPF                    TO         SW-CHAVE.
           MOVE FAT-CICLO                  TO         SW-DOCUMENTO.
           MOVE FAT-DATA-VENCTO            TO         SW-DATA-VENCTO.
           MOVE FAT-TOTAL                  TO         SW-VALOR.
           IF  FAT-SIT-PAGA-OU-MINIMO
               MOVE 'S'                    TO         SW-PAGO
           ELSE
               MOVE 'N'                    TO         SW-PAGO
           END-IF.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0400-99-RELEASE-FATURA-EXIT.        EXIT.
      *================================================================*
       0600-SELECIONA-MENSAGENS            SECTION.
      *================================================================*
      * MENSAGENS DO CONTROLE CUJO VENCIMENTO CAI NA JANELA. SEM       *
      * CONTROLE AINDA (35) NENHUM DOCUMENTO FOI LEMBRADO.             *
      *----------------------------------------------------------------*
           MOVE '0600-SELECIONA-MENSAGENS' TO         WS-CODIGO-AREA.

           OPEN  INPUT                     SMSCTL.
           IF    WS-FS-CTL                 EQUAL      '35'
                 GO TO 0600-99-SELECIONA-MENSAGENS-EXIT
           END-IF.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0650-RELEASE-MENSAGEM
               THRU 0650-99-RELEASE-MENSAGEM-EXIT
                   UNTIL WS-FS-CTL         EQUAL '10'.

           CLOSE SMSCTL.
      *----------------------------------------------------------------*
       0600-99-SELECIONA-MENSAGENS-EXIT.   EXIT.
      *================================================================*
       0650-RELEASE-MENSAGEM               SECTION.
      *================================================================*
           READ  SMSCTL.

           IF  WS-FS-CTL   NOT EQUAL '00'
           AND WS-FS-CTL   NOT EQUAL '10'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTL                   NOT EQUAL  '00'
               GO TO 0650-99-RELEASE-MENSAGEM-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-CTL.
           IF  CTL-DATA-VENCTO         NOT GREATER    WS-DATA-UTIL-ANT-2
           OR  CTL-DATA-VENCTO             GREATER    WS-DATA-UTIL-ANT-1
               GO TO 0650-99-RELEASE-MENSAGEM-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SMSWK.
           MOVE CTL-ORIGEM                 TO         SMW-ORIGEM.
           MOVE CTL-CHAVE                  TO         SMW-CHAVE.
           MOVE CTL-DOCUMENTO              TO         SMW-DOCUMENTO.
           MOVE CTL-CPF                    TO         SMW-CPF.
           MOVE CTL-DATA-VENCTO            TO         SMW-DATA-VENCTO.
           MOVE CTL-VALOR                  TO         SMW-VALOR.
           MOVE CTL-REGUA                  TO         SMW-REGUA.
           MOVE CTL-DATA-ENVIO             TO         SMW-DATA-ENVIO.
           MOVE CTL-ID-SMS                 TO         SMW-ID-SMS.
           MOVE CTL-SITUACAO               TO         SMW-SITUACAO.
           MOVE CTL-DATA-RETORNO           TO         SMW-DATA-RETORNO.
           RELEASE REG-SMSWK.
           ADD  1                          TO      WS-MENSAGENS-JANELA.
      *----------------------------------------------------------------*
       0650-99-RELEASE-MENSAGEM-EXIT.      EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           MOVE 'VRB838S'                  TO         WS-DBL-PROGRAMA.
           CALL  WS-DBLRUN                 USING      WS-DBL-PARM.
           IF    WS-DBL-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'PROGRAMA JA COMPLETO HOJE - USE O FORCPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    ULTIMO E PENULTIMO DIAS UTEIS ANTERIORES A HOJE.
           MOVE  WS-DATA-HOJE              TO         WS-DATA-PROCURA.
           PERFORM 1100-UTIL-ANTERIOR THRU 1100-99-UTIL-ANTERIOR-EXIT.
           MOVE  WS-DATA-PROCURA           TO      WS-DATA-UTIL-ANT-1.
           PERFORM 1100-UTIL-ANTERIOR THRU 1100-99-UTIL-ANTERIOR-EXIT.
           MOVE  WS-DATA-PROCURA           TO      WS-DATA-UTIL-ANT-2.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-UTIL-ANTERIOR                  SECTION.
      *================================================================*
      * RECUA UM DIA CORRIDO POR VEZ ATE CAIR EM DIA UTIL (VRB671S).   *
      *----------------------------------------------------------------*
           MOVE  'N'                       TO         WS-671-EH-UTIL.
           PERFORM 1150-RECUA-UM-DIA   THRU 1150-99-RECUA-UM-DIA-EXIT
                   UNTIL WS-671-EH-UTIL    EQUAL      'S'.
      *----------------------------------------------------------------*
       1100-99-UTIL-ANTERIOR-EXIT.         EXIT.
      *================================================================*
       1150-RECUA-UM-DIA                   SECTION.
      *================================================================*
           MOVE  '1150-RECUA-UM-DIA'       TO         WS-CODIGO-AREA.

           IF    WS-PROCURA-DIA            GREATER    1
                 SUBTRACT 1                FROM       WS-PROCURA-DIA
                 GO TO 1150-50-CONSULTA-UTIL
           END-IF.
           IF    WS-PROCURA-MES            EQUAL      1
                 MOVE 12                   TO         WS-PROCURA-MES
                 SUBTRACT 1                FROM       WS-PROCURA-ANO
           ELSE
                 SUBTRACT 1                FROM       WS-PROCURA-MES
           END-IF.
           MOVE  WS-DIAS-MES-OCR (WS-PROCURA-MES)
                                           TO         WS-PROCURA-DIA.
           IF    WS-PROCURA-MES            NOT EQUAL  2
                 GO TO 1150-50-CONSULTA-UTIL
           END-IF.
      *    FEVEREIRO DE ANO BISSEXTO TEM 29 DIAS.
           DIVIDE WS-PROCURA-ANO BY 4   GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-4.
           DIVIDE WS-PROCURA-ANO BY 100 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-100.
           DIVIDE WS-PROCURA-ANO BY 400 GIVING WS-DIV-ANO
                                        REMAINDER WS-RESTO-400.
           IF   (WS-RESTO-4                EQUAL      ZERO
           AND   WS-RESTO-100              NOT EQUAL  ZERO)
           OR    WS-RESTO-400              EQUAL      ZERO
                 MOVE 29                   TO         WS-PROCURA-DIA
           END-IF.

       1150-50-CONSULTA-UTIL.

           MOVE  'U'                       TO         WS-671-FUNCAO.
           MOVE  WS-DATA-PROCURA           TO         WS-671-DATA-BASE.
           MOVE  ZEROS                     TO         WS-671-DIAS-SOMAR.
           CALL  WS-VRB671S                USING      WS-671-PARM.
           IF    WS-671-RETORNO            EQUAL      'N'
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'ERRO NA CONSULTA DE DIA UTIL (VRB671S)'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1150-99-RECUA-UM-DIA-EXIT.          EXIT.
      *================================================================*
       1500-ABRE-APURACAO                  SECTION.
      *================================================================*
           MOVE '1500-ABRE-APURACAO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     APUWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO APUWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     SMSSEL.
           IF    WS-FS-SEL                 NOT EQUAL  '00'
                 MOVE WS-FS-SEL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SMSSEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    SMSAPU.
           IF    WS-FS-APU                 NOT EQUAL  '00'
                 OPEN OUTPUT               SMSAPU
           END-IF.
           IF    WS-FS-APU                 NOT EQUAL  '00'
                 MOVE WS-FS-APU            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO SMSAPU'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LE-APUWRK  THRU 2100-99-LE-APUWRK-EXIT.
           PERFORM 2150-LE-SMSSEL  THRU 2150-99-LE-SMSSEL-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-APURACAO-EXIT.         EXIT.
      *================================================================*
       2000-BALANCE-LINE                   SECTION.
      *================================================================*
      * MENSAGEM SEM DOCUMENTO NA JANELA (TITULO BAIXADO DEPOIS DO     *
      * LEMBRETE) EH SO CONTADA.                                       *
      *----------------------------------------------------------------*
           IF  WS-CHAVE-SEL                LESS       WS-CHAVE-WRK
               ADD  1                      TO      WS-MENSAGENS-SEM-DOC
               PERFORM 2150-LE-SMSSEL  THRU 2150-99-LE-SMSSEL-EXIT
           ELSE
               MOVE 'N'                    TO      WS-MELHOR-SITUACAO
               MOVE ZEROS                  TO      WS-QTDE-SMS-DOC
               MOVE ZEROS                  TO      WS-CPF-DOC
               PERFORM 2200-CONSOME-MENSAGEM
                   THRU 2200-99-CONSOME-MENSAGEM-EXIT
                       UNTIL WS-CHAVE-SEL  NOT EQUAL  WS-CHAVE-WRK
               PERFORM 2400-GRAVA-SMSAPU
                   THRU 2400-99-GRAVA-SMSAPU-EXIT
               PERFORM 2100-LE-APUWRK  THRU 2100-99-LE-APUWRK-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-BALANCE-LINE-EXIT.          EXIT.
      *================================================================*
       2100-LE-APUWRK                      SECTION.
      *================================================================*
           MOVE '2100-LE-APUWRK'           TO         WS-CODIGO-AREA.

           READ APUWRK.

           EVALUATE WS-FS-WRK
               WHEN '00'
                   MOVE WRK-CHAVE-BAT      TO         WS-CHAVE-WRK
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-WRK
               WHEN OTHER
                   MOVE WS-FS-WRK          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO APUWRK'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-99-LE-APUWRK-EXIT.             EXIT.
      *================================================================*
       2150-LE-SMSSEL                      SECTION.
      *================================================================*
           MOVE '2150-LE-SMSSEL'           TO         WS-CODIGO-AREA.

           READ SMSSEL.

           EVALUATE WS-FS-SEL
               WHEN '00'
                   MOVE SEL-CHAVE-BAT      TO         WS-CHAVE-SEL
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-SEL
               WHEN OTHER
                   MOVE WS-FS-SEL          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO SMSSEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2150-99-LE-SMSSEL-EXIT.             EXIT.
      *================================================================*
       2200-CONSOME-MENSAGEM               SECTION.
      *================================================================*
      * GUARDA O MELHOR RESULTADO: RECEBIDA, DEPOIS ENVIADA SEM        *
      * CONFIRMACAO, DEPOIS FALHA.                                     *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-QTDE-SMS-DOC.
           MOVE SEL-CPF                    TO         WS-CPF-DOC.
           EVALUATE TRUE
               WHEN SEL-RECEBIDA
                   MOVE 'R'                TO      WS-MELHOR-SITUACAO
               WHEN SEL-ENVIADA
                AND WS-MELHOR-SITUACAO     NOT EQUAL  'R'
                   MOVE 'E'                TO      WS-MELHOR-SITUACAO
               WHEN WS-MELHOR-SITUACAO     EQUAL      'N'
                   MOVE 'F'                TO      WS-MELHOR-SITUACAO
           END-EVALUATE.
           PERFORM 2150-LE-SMSSEL  THRU 2150-99-LE-SMSSEL-EXIT.
      *----------------------------------------------------------------*
       2200-99-CONSOME-MENSAGEM-EXIT.      EXIT.
      *================================================================*
       2400-GRAVA-SMSAPU                   SECTION.
      *================================================================*
           MOVE '2400-GRAVA-SMSAPU'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-APU.
           MOVE WS-DATA-HOJE               TO      APU-DATA-APURACAO.
           MOVE WRK-ORIGEM                 TO         APU-ORIGEM.
           MOVE WRK-CHAVE                  TO         APU-CHAVE.
           MOVE WRK-DOCUMENTO              TO         APU-DOCUMENTO.
           MOVE WS-CPF-DOC                 TO         APU-CPF.
           MOVE WRK-DATA-VENCTO            TO         APU-DATA-VENCTO.
           MOVE WRK-VALOR                  TO         APU-VALOR.
           MOVE WS-MELHOR-SITUACAO         TO         APU-LEMBRADO.
           MOVE WS-QTDE-SMS-DOC            TO         APU-QTDE-SMS.
           MOVE WRK-PAGO                   TO         APU-PAGO.
           WRITE REG-APU.
           IF  WS-FS-APU                   NOT EQUAL  '00'
               MOVE WS-FS-APU              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO SMSAPU'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-DOCUMENTOS.
           IF  APU-NAO-LEMBRADO
               ADD  1                      TO      WS-DOC-NAO-LEMBRADOS
               IF  APU-PAGO                EQUAL      'S'
                   ADD  1                  TO   WS-DOC-NAO-LEMBR-PAGOS
               END-IF
           ELSE
               ADD  1                      TO      WS-DOC-LEMBRADOS
               IF  APU-PAGO                EQUAL      'S'
                   ADD  1                  TO   WS-DOC-LEMBRADOS-PAGOS
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2400-99-GRAVA-SMSAPU-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE APUWRK  SMSSEL  SMSAPU.

           IF  WS-FS-WRK                   NOT EQUAL  '00'
           OR  WS-FS-SEL                   NOT EQUAL  '00'
           OR  WS-FS-APU                   NOT EQUAL  '00'
               MOVE WS-FS-APU              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* VENCIMENTOS APOS      =    ' WS-DATA-UTIL-ANT-2.
           DISPLAY '* VENCIMENTOS ATE       =    ' WS-DATA-UTIL-ANT-1.
           DISPLAY '* TITULOS LIDOS         =    ' WS-LIDOS-TIT.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* FATURAS LIDAS         =    ' WS-LIDOS-FAT.
           DISPLAY '* MENSAGENS NO CONTROLE =    ' WS-LIDOS-CTL.
           DISPLAY '* MENSAGENS NA JANELA   =    ' WS-MENSAGENS-JANELA.
           DISPLAY '* MENSAGENS SEM DOCUM.  =    ' WS-MENSAGENS-SEM-DOC.
           DISPLAY '* DOCUMENTOS APURADOS   =    ' WS-DOCUMENTOS.
           DISPLAY '* LEMBRADOS             =    ' WS-DOC-LEMBRADOS.
           DISPLAY '*   PAGOS EM DIA        =    '
                                           WS-DOC-LEMBRADOS-PAGOS.
           DISPLAY '* NAO LEMBRADOS         =    ' WS-DOC-NAO-LEMBRADOS.
           DISPLAY '*   PAGOS EM DIA        =    '
                                           WS-DOC-NAO-LEMBR-PAGOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-TIT + WS-LIDOS-PAR
                                    + WS-LIDOS-FAT.
           MOVE  WS-DOCUMENTOS             TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB838S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
