       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB811S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: BAIXA DIARIA DOS PAGAMENTOS DE FATURA DO CARTAO.     *
      * OS PAGAMENTOS DO DIA CHEGAM NO PAGFAT (CPF, DATA, VALOR E      *
      * CANAL), SAO CLASSIFICADOS POR CPF/DATA (SORT INTERNO) E        *
      * BATIDOS COM O MASTER DE FATURAS FATMST, REGRAVANDO EM FATMSTN. *
      * CADA PAGAMENTO ABATE A ULTIMA FATURA DO CPF QUE ESTIVER ABERTA *
      * (A) OU COM MINIMO PAGO (M): VALOR PAGO ATINGINDO O TOTAL A     *
      * FATURA FICA P (PAGA); ATINGINDO O MINIMO, M. A DIFERENCA ENTRE *
      * TOTAL E VALOR PAGO EH O QUE O VRB751S CONSIDERA COMO LIMITE    *
      * USADO, ENTAO A BAIXA LIBERA LIMITE NA PROXIMA APURACAO.        *
      * PAGAMENTO SEM FATURA EM ABERTO, OU O QUE EXCEDER O SALDO DELA, *
      * VAI PARA O RELATORIO DE EXCECOES RELPGF PARA TRATAMENTO MANUAL.*
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

           SELECT PAGFAT         ASSIGN TO PAGFAT
           FILE STATUS           IS        WS-FS-PAG.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT PAGSRT         ASSIGN TO PAGSRT
           FILE STATUS           IS        WS-FS-PGS.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT FATMSTN        ASSIGN TO FATMSTN
           FILE STATUS           IS        WS-FS-FATN.
      *----------------------------------------------------------------*
           SELECT RELPGF         ASSIGN TO RELPGF
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PAGFAT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAG.

       01  REG-PAG                         PIC X(80).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-DATA                      PIC 9(08).
           05 FILLER                       PIC X(61).
      *----------------------------------------------------------------*
       FD  PAGSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PGS.

       01  REG-PGS.
           05 PAG-CPF                      PIC 9(11).
           05 PAG-DATA                     PIC 9(08).
           05 PAG-VALOR                    PIC 9(11)V99.
           05 PAG-CANAL                    PIC X(02).
           05 FILLER                       PIC X(46).
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
              88 FAT-SIT-ABERTA                         VALUE 'A'.
              88 FAT-SIT-MINIMO                         VALUE 'M'.
              88 FAT-SIT-PAGA                           VALUE 'P'.
              88 FAT-SIT-ROLADA                         VALUE 'R'.
           05 FAT-TAXA-ROTATIVO            PIC 9(02)V9(04).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  FATMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-FATN.

       01  REG-FATN                        PIC X(200).
      *----------------------------------------------------------------*
       FD  RELPGF
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PAG                       PIC X(02)     VALUE '00'.
       77  WS-FS-PGS                       PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-FATN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-FAT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-PGS                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        ULTIMA FATURA DO CPF (RETIDA ATE A QUEBRA)              *
      *----------------------------------------------------------------*
       77  WS-TEM-ULTIMA                   PIC X(01)     VALUE 'N'.
           88 WS-TEM-ULTIMA-SIM                          VALUE 'S'.
       01  WS-FAT-ULTIMA.
           05 WS-ULT-CPF                   PIC 9(11).
           05 WS-ULT-CICLO                 PIC 9(06).
           05 FILLER                       PIC X(46).
           05 WS-ULT-SALDO-ANTERIOR        PIC 9(11)V99.
           05 WS-ULT-PAGAMENTOS            PIC 9(11)V99.
           05 WS-ULT-ROTATIVO              PIC 9(11)V99.
           05 WS-ULT-JUROS                 PIC 9(11)V99.
           05 WS-ULT-COMPRAS               PIC 9(11)V99.
           05 WS-ULT-TOTAL                 PIC 9(11)V99.
           05 WS-ULT-MINIMO                PIC 9(11)V99.
           05 WS-ULT-VALOR-PAGO            PIC 9(11)V99.
           05 WS-ULT-DATA-ULT-PAGTO        PIC 9(08).
           05 WS-ULT-SITUACAO              PIC X(01).
           05 FILLER                       PIC X(24).
       77  WS-SALDO-ABERTO                 PIC 9(11)V99  VALUE ZEROS.
       77  WS-VALOR-BAIXADO                PIC 9(11)V99  VALUE ZEROS.
       77  WS-VALOR-EXCEDENTE              PIC 9(11)V99  VALUE ZEROS.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PAG                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FAT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-FATN                PIC 9(07)     VALUE ZEROS.
       77  WS-PAGTOS-BAIXADOS              PIC 9(07)     VALUE ZEROS.
       77  WS-PAGTOS-EXCECAO               PIC 9(07)     VALUE ZEROS.
       77  WS-FATURAS-QUITADAS             PIC 9(07)     VALUE ZEROS.
       77  WS-FATURAS-MINIMO               PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-RECEBIDO                 PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-BAIXADO                  PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-EXCEDENTE                PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB811S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB811S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *             LAYOUT DO RELATORIO DE EXCECOES                    *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(44)  VALUE
                  'PAGAMENTOS DE FATURA NAO BAIXADOS - DATA DE '.
           05 CABT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(28)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         DATA     CN    VALOR EXCEDEN'.
           05 FILLER                       PIC X(40)  VALUE
                  'TE MOTIVO'.
      *----------------------------------------------------------------*
       01  DET-EXCECAO.
           05 DETE-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-CANAL                   PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-MOTIVO                  PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-PAGTOS
               THRU 0100-99-CLASSIFICA-PAGTOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-FAT         EQUAL '10'
                     AND WS-FS-PGS         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-PAGTOS              SECTION.
      *================================================================*
      * CLASSIFICA OS PAGAMENTOS DO DIA POR CPF E DATA NO ARQUIVO DE   *
      * TRABALHO PAGSRT PARA O BATIMENTO COM O FATMST.                 *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-PAGTOS'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-DATA
                USING                      PAGFAT
                GIVING                     PAGSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-PAGTOS-EXIT.     EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           OPEN  INPUT                     PAGSRT.
           IF    WS-FS-PGS                 NOT EQUAL  '00'
                 MOVE WS-FS-PGS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB PAGSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 NOT EQUAL  '00'
                 MOVE WS-FS-FAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    FATMSTN.
           IF    WS-FS-FATN                NOT EQUAL  '00'
                 MOVE WS-FS-FATN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO FATMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELPGF.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPGF'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPGF THRU 8000-99-FS-RELPGF-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPGF THRU 8000-99-FS-RELPGF-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELPGF THRU 8000-99-FS-RELPGF-EXIT.

           PERFORM 1100-LER-FATMST   THRU  1100-99-LER-FATMST-EXIT.
           PERFORM 1200-LER-PAGSRT   THRU  1200-99-LER-PAGSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-FATMST                     SECTION.
      *================================================================*
           READ FATMST.

           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE '1100-LER-FATMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FAT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-FAT
           ELSE
               MOVE FAT-CPF                TO         WS-CPF-FAT
               ADD  1                      TO         WS-LIDOS-FAT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-FATMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-PAGSRT                     SECTION.
      *================================================================*
           READ PAGSRT.

           IF  WS-FS-PGS   NOT EQUAL '00'
           AND WS-FS-PGS   NOT EQUAL '10'
               MOVE '1200-LER-PAGSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-PGS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO PAGSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PGS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-PGS
           ELSE
               MOVE PAG-CPF                TO         WS-CPF-PGS
               ADD  1                      TO         WS-LIDOS-PAG
               ADD  PAG-VALOR              TO         WS-TOT-RECEBIDO
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-PAGSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE POR CPF: COPIA AS FATURAS DO CPF RETENDO A        *
      * ULTIMA, BAIXA NELA OS PAGAMENTOS DO CPF E A GRAVA NO FINAL.    *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CPF-FAT                 TO         WS-CPF-MENOR.
           IF  WS-CPF-PGS                  LESS       WS-CPF-MENOR
               MOVE WS-CPF-PGS             TO         WS-CPF-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-ULTIMA.
           PERFORM 2100-COPIA-FATURA
               THRU 2100-99-COPIA-FATURA-EXIT
                   UNTIL WS-CPF-FAT        NOT EQUAL  WS-CPF-MENOR.

           PERFORM 2200-BAIXA-PAGAMENTO
               THRU 2200-99-BAIXA-PAGAMENTO-EXIT
                   UNTIL WS-CPF-PGS        NOT EQUAL  WS-CPF-MENOR.

           IF  WS-TEM-ULTIMA-SIM
               WRITE REG-FATN              FROM       WS-FAT-ULTIMA
               PERFORM 8100-FS-FATMSTN THRU 8100-99-FS-FATMSTN-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-COPIA-FATURA                   SECTION.
      *================================================================*
           IF  WS-TEM-ULTIMA-SIM
               WRITE REG-FATN              FROM       WS-FAT-ULTIMA
               PERFORM 8100-FS-FATMSTN THRU 8100-99-FS-FATMSTN-EXIT
           END-IF.

           MOVE REG-FAT                    TO         WS-FAT-ULTIMA.
           MOVE 'S'                        TO         WS-TEM-ULTIMA.

           PERFORM 1100-LER-FATMST   THRU  1100-99-LER-FATMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-COPIA-FATURA-EXIT.          EXIT.
      *================================================================*
       2200-BAIXA-PAGAMENTO                SECTION.
      *================================================================*
      * ABATE O PAGAMENTO ATE O SALDO EM ABERTO DA ULTIMA FATURA (A OU *
      * M). O QUE SOBRAR, OU O PAGAMENTO SEM FATURA EM ABERTO, VAI     *
      * PARA O RELATORIO DE EXCECOES.                                  *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-SALDO-ABERTO.
           IF  WS-TEM-ULTIMA-SIM
           AND (WS-ULT-SITUACAO            EQUAL      'A'
           OR   WS-ULT-SITUACAO            EQUAL      'M')
           AND WS-ULT-TOTAL                GREATER    WS-ULT-VALOR-PAGO
               COMPUTE WS-SALDO-ABERTO = WS-ULT-TOTAL
                                       - WS-ULT-VALOR-PAGO
           END-IF.

           IF  WS-SALDO-ABERTO             EQUAL      ZEROS
               MOVE PAG-VALOR              TO         WS-VALOR-EXCEDENTE
               MOVE 'SEM FATURA EM ABERTO'  TO        DETE-MOTIVO
               PERFORM 2300-GRAVA-EXCECAO
                   THRU 2300-99-GRAVA-EXCECAO-EXIT
               PERFORM 1200-LER-PAGSRT THRU 1200-99-LER-PAGSRT-EXIT
               GO TO 2200-99-BAIXA-PAGAMENTO-EXIT
           END-IF.

           IF  PAG-VALOR                   GREATER    WS-SALDO-ABERTO
               MOVE WS-SALDO-ABERTO        TO         WS-VALOR-BAIXADO
               COMPUTE WS-VALOR-EXCEDENTE = PAG-VALOR
                                          - WS-SALDO-ABERTO
               MOVE 'VALOR ACIMA DO SALDO DA FATURA'
                                           TO         DETE-MOTIVO
               PERFORM 2300-GRAVA-EXCECAO
                   THRU 2300-99-GRAVA-EXCECAO-EXIT
           ELSE
               MOVE PAG-VALOR              TO         WS-VALOR-BAIXADO
           END-IF.

           ADD  WS-VALOR-BAIXADO           TO         WS-ULT-VALOR-PAGO.
           ADD  WS-VALOR-BAIXADO           TO         WS-TOT-BAIXADO.
           MOVE PAG-DATA                   TO   WS-ULT-DATA-ULT-PAGTO.
           ADD  1                          TO    WS-PAGTOS-BAIXADOS.

           IF  WS-ULT-VALOR-PAGO       NOT LESS       WS-ULT-TOTAL
               MOVE 'P'                    TO         WS-ULT-SITUACAO
               ADD  1                      TO   WS-FATURAS-QUITADAS
           ELSE
               IF  WS-ULT-VALOR-PAGO   NOT LESS       WS-ULT-MINIMO
               AND WS-ULT-SITUACAO         EQUAL      'A'
                   MOVE 'M'                TO         WS-ULT-SITUACAO
                   ADD  1                  TO   WS-FATURAS-MINIMO
               END-IF
           END-IF.

           PERFORM 1200-LER-PAGSRT   THRU  1200-99-LER-PAGSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-BAIXA-PAGAMENTO-EXIT.       EXIT.
      *================================================================*
       2300-GRAVA-EXCECAO                  SECTION.
      *================================================================*
           MOVE PAG-CPF                    TO         DETE-CPF.
           MOVE PAG-DATA                   TO         DETE-DATA.
           MOVE PAG-CANAL                  TO         DETE-CANAL.
           MOVE WS-VALOR-EXCEDENTE         TO         DETE-VALOR.
           WRITE REG-REL                   FROM       DET-EXCECAO.
           PERFORM 8000-FS-RELPGF THRU 8000-99-FS-RELPGF-EXIT.

           ADD  1                          TO         WS-PAGTOS-EXCECAO.
           ADD  WS-VALOR-EXCEDENTE         TO         WS-TOT-EXCEDENTE.
      *----------------------------------------------------------------*
       2300-99-GRAVA-EXCECAO-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELPGF                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELPGF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELPGF-EXIT.             EXIT.
      *================================================================*
       8100-FS-FATMSTN                     SECTION.
      *================================================================*
           IF  WS-FS-FATN                  NOT EQUAL  '00'
               MOVE WS-FS-FATN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO FATMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-FATN.
      *----------------------------------------------------------------*
       8100-99-FS-FATMSTN-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE PAGSRT  FATMST  FATMSTN  RELPGF.

           IF  WS-FS-PGS                   NOT EQUAL  '00'
           OR  WS-FS-FAT                   NOT EQUAL  '00'
           OR  WS-FS-FATN                  NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-FATN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PAGAMENTOS LIDOS      =    ' WS-LIDOS-PAG.
           DISPLAY '* PAGAMENTOS BAIXADOS   =    ' WS-PAGTOS-BAIXADOS.
           DISPLAY '* PAGAMENTOS EM EXCECAO =    ' WS-PAGTOS-EXCECAO.
           DISPLAY '* FATURAS QUITADAS      =    ' WS-FATURAS-QUITADAS.
           DISPLAY '* FATURAS COM MINIMO    =    ' WS-FATURAS-MINIMO.
           DISPLAY '* LIDOS EM FATMST       =    ' WS-LIDOS-FAT.
           DISPLAY '* GRAVADOS EM FATMSTN   =    ' WS-GRAVADOS-FATN.
           DISPLAY '* VALOR RECEBIDO        =    ' WS-TOT-RECEBIDO.
           DISPLAY '* VALOR BAIXADO         =    ' WS-TOT-BAIXADO.
           DISPLAY '* VALOR EM EXCECAO      =    ' WS-TOT-EXCEDENTE.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-PAG              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-FATN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB811S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
