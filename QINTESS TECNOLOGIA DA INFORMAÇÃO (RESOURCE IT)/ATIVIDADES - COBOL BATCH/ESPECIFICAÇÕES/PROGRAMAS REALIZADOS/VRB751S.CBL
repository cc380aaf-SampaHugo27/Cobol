      *      VSAM CONTAS - O LIMITE PASSA A VALER DE FATO.             *
      * MOVIMENTO DE CPF SEM LIMITE DECIDIDO SAI NO RELUTIL COMO       *
      * 'SEM LIMITE' PARA APURACAO MANUAL.                             *
      * O SALDO AINDA NAO PAGO DA ULTIMA FATURA DO CPF NO FATMST       *
      * (TOTAL MENOS VALOR PAGO, SITUACAO A OU M) ENTRA NO USO JUNTO   *
      * COM AS COMPRAS DO MES; A BAIXA DO PAGAMENTO PELO VRB811S       *
      * LIBERA O LIMITE. SEM O FATMST CONTA SO O MES CORRENTE.         *
      * COMPRA PARCELADA DO MES CONTA PELO VALOR TOTAL; DE MESES JA    *
      * FECHADOS, AS PARCELAS AINDA A COBRAR NA AGENDA PCLMST DO       *
      * VRB812S TAMBEM SAO LIMITE COMPROMETIDO E ENTRAM NO USO.        *
      * VALOR EM CONTESTACAO AINDA ABERTA NO CTSMST (VRB814S) SAI DO   *
      * USO, ASSIM COMO O CREDITO DE CONTESTACAO PROCEDENTE LANCADO NO *
      * ARQMOV DO MES (PARCELAMENTO 'CRED'); O USO NUNCA FICA NEGATIVO.*
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          SALDO EM ABERTO DA FATURA    *
      *                                   (FATMST) ENTRA NO USO DO     *
      *                                   LIMITE                       *
      *  15/10/2026 HUGO SAMPAIO          PARCELAS A COBRAR DA AGENDA  *
      *                                   PCLMST ENTRAM NO USO DO      *
      *                                   LIMITE                       *
      *  15/10/2026 HUGO SAMPAIO          CONTESTACOES ABERTAS (CTSMST)*
      *                                   E CREDITOS DE CONTESTACAO    *
      *                                   SAEM DO USO DO LIMITE        *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.

           SELECT ARQMOV         ASSIGN TO ARQMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT PCLMST         ASSIGN TO PCLMST
           FILE STATUS           IS        WS-FS-PCL.
      *----------------------------------------------------------------*
           SELECT CTSMST         ASSIGN TO CTSMST
           FILE STATUS           IS        WS-FS-CTS.
      *----------------------------------------------------------------*
           SELECT MOVCPF         ASSIGN TO MOVCPF
           FILE STATUS           IS        WS-FS-MCPF.
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO.
              88 MOV-CREDITO                            VALUE 'CRED'.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
      *   MASTER DE FATURAS (VRB810S/VRB811S), POR CPF E CICLO         *
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
      *   AGENDA DE PARCELAS (VRB812S): A = A COBRAR, C = COBRADA      *
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
      *   MASTER DE CONTESTACOES (VRB814S): SITUACAO A = ABERTA        *
      *----------------------------------------------------------------*
       FD  CTSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CTS.

       01  REG-CTS.
           05 CTS-CHAVE.
              10 CTS-CPF                   PIC 9(11).
              10 CTS-DATA-MOV              PIC 9(08).
              10 CTS-VALOR-MOV             PIC 9(15)V99.
           05 CTS-NOME                     PIC X(30).
           05 CTS-MOTIVO                   PIC X(02).
           05 CTS-DATA-ABERTURA            PIC 9(08).
           05 CTS-ETAPA                    PIC X(01).
           05 CTS-DATA-ETAPA               PIC 9(08).
           05 CTS-PRAZO-ETAPA              PIC 9(08).
           05 CTS-SITUACAO                 PIC X(01).
              88 CTS-SIT-ABERTA                         VALUE 'A'.
           05 CTS-DATA-ENCERRAMENTO        PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  MOVCPF
           LABEL       RECORD   STANDARD
           05 MCPF-NOME                    PIC X(30).
           05 MCPF-DATA                    PIC 9(08).
           05 MCPF-VALOR                   PIC 9(15)V99.
           05 MCPF-TIPO                    PIC X(01).
              88 MCPF-DEDUCAO                           VALUE 'C'.
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       SD  SORTWK.

           05 SW-NOME                      PIC X(30).
           05 SW-DATA                      PIC 9(08).
           05 SW-VALOR                     PIC 9(15)V99.
           05 SW-TIPO                      PIC X(01).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  LIMSAI
           LABEL       RECORD   STANDARD
      *----------------------------------------------------------------*
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-MCPF                      PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-PCL                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTS                       PIC X(02)     VALUE '00'.
       77  WS-FS-LIM                       PIC X(02)     VALUE '00'.
       77  WS-FS-STS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-CPF-LIM                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        ULTIMA FATURA DO CPF NA LEITURA DO FATMST               *
      *----------------------------------------------------------------*
       77  WS-TEM-FATURA                   PIC X(01)     VALUE 'N'.
           88 WS-TEM-FATURA-SIM                          VALUE 'S'.
       01  WS-FAT-ULTIMA.
           05 WS-ULT-CPF                   PIC 9(11)     VALUE ZEROS.
           05 WS-ULT-NOME                  PIC X(30)     VALUE SPACES.
           05 WS-ULT-DATA-VENCTO           PIC 9(08)     VALUE ZEROS.
           05 WS-ULT-TOTAL                 PIC 9(11)V99  VALUE ZEROS.
           05 WS-ULT-VALOR-PAGO            PIC 9(11)V99  VALUE ZEROS.
           05 WS-ULT-SITUACAO              PIC X(01)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-MOVTOS-MES                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-FAT                    PIC 9(07)     VALUE ZEROS.
       77  WS-FATURAS-ABERTAS              PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-A-COBRAR            PIC 9(07)     VALUE ZEROS.
       77  WS-CONTESTACOES-ABERTAS         PIC 9(07)     VALUE ZEROS.
       77  WS-CREDITOS-MES                 PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MCPF                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-LIM                    PIC 9(07)     VALUE ZEROS.
       77  WS-CLIENTES                     PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DO CLIENTE CORRENTE                   *
      *----------------------------------------------------------------*
       77  WS-GASTO-MES                    PIC S9(15)V99 VALUE ZEROS.
       77  WS-LIMITE-TOTAL                 PIC 9(15)V99  VALUE ZEROS.
       77  WS-UTILIZACAO                   PIC 9(05)V99  VALUE ZEROS.
       77  WS-NOME-CLIENTE                 PIC X(30)     VALUE SPACES.
                   UNTIL WS-FS-MOV         EQUAL '10'.

           CLOSE ARQMOV.

      * PARCELAS A COBRAR. SEM A AGENDA PCLMST (35) NAO HA PARCELADO
      * DE MES JA FECHADO.
           OPEN  INPUT                     PCLMST.
           IF    WS-FS-PCL                 NOT EQUAL  '35'
                 IF  WS-FS-PCL             NOT EQUAL  '00'
                     MOVE WS-FS-PCL        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DA AGENDA PCLMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 0190-RELEASE-PARCELA
                     THRU 0190-99-RELEASE-PARCELA-EXIT
                         UNTIL WS-FS-PCL   EQUAL '10'
                 CLOSE PCLMST
           END-IF.

      * CONTESTACOES ABERTAS. SEM O MASTER CTSMST (35) NAO HA VALOR
      * CONTESTADO A DEDUZIR.
           OPEN  INPUT                     CTSMST.
           IF    WS-FS-CTS                 NOT EQUAL  '35'
                 IF  WS-FS-CTS             NOT EQUAL  '00'
                     MOVE WS-FS-CTS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER CTSMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 0195-RELEASE-CONTESTACAO
                     THRU 0195-99-RELEASE-CONTESTACAO-EXIT
                         UNTIL WS-FS-CTS   EQUAL '10'
                 CLOSE CTSMST
           END-IF.

      * SALDO EM ABERTO DAS FATURAS. SEM O MASTER FATMST (35) AINDA NAO
      * HOUVE FECHAMENTO DE CICLO.
           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 EQUAL      '35'
                 GO TO 0150-99-LE-ARQMOV-EXIT
           END-IF.
           IF    WS-FS-FAT                 NOT EQUAL  '00'
                 MOVE WS-FS-FAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0170-LE-FATURA
               THRU 0170-99-LE-FATURA-EXIT
                   UNTIL WS-FS-FAT         EQUAL '10'.

           PERFORM 0180-RELEASE-FATURA
               THRU 0180-99-RELEASE-FATURA-EXIT.

           CLOSE FATMST.
      *----------------------------------------------------------------*
       0150-99-LE-ARQMOV-EXIT.             EXIT.
      *================================================================*
                   MOVE MOV-NOME           TO         SW-NOME
                   MOVE MOV-DATA           TO         SW-DATA
                   MOVE MOV-VALOR          TO         SW-VALOR
                   MOVE SPACES             TO         SW-TIPO
                   IF  MOV-CREDITO
                       MOVE 'C'            TO         SW-TIPO
                       ADD  1              TO         WS-CREDITOS-MES
                   END-IF
                   RELEASE REG-SORTWK
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-MOVTO-EXIT.         EXIT.
      *================================================================*
       0170-LE-FATURA                      SECTION.
      *================================================================*
      * O FATMST VEM POR CPF E CICLO: NA QUEBRA DE CPF A FATURA RETIDA *
      * EH A ULTIMA DO CLIENTE.                                        *
      *----------------------------------------------------------------*
           READ  FATMST.

           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-FAT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-FAT
               IF  WS-TEM-FATURA-SIM
               AND FAT-CPF                 NOT EQUAL  WS-ULT-CPF
                   PERFORM 0180-RELEASE-FATURA
                       THRU 0180-99-RELEASE-FATURA-EXIT
               END-IF
               MOVE FAT-CPF                TO         WS-ULT-CPF
               MOVE FAT-NOME               TO         WS-ULT-NOME
               MOVE FAT-DATA-VENCTO        TO         WS-ULT-DATA-VENCTO
               MOVE FAT-TOTAL              TO         WS-ULT-TOTAL
               MOVE FAT-VALOR-PAGO         TO         WS-ULT-VALOR-PAGO
               MOVE FAT-SITUACAO           TO         WS-ULT-SITUACAO
               MOVE 'S'                    TO         WS-TEM-FATURA
           END-IF.
      *----------------------------------------------------------------*
       0170-99-LE-FATURA-EXIT.             EXIT.
      *================================================================*
       0180-RELEASE-FATURA                 SECTION.
      *================================================================*
      * ULTIMA FATURA ABERTA OU COM MINIMO PAGO ENTRA NO SORT COMO UM  *
      * MOVIMENTO DO CPF PELO SALDO AINDA NAO PAGO.                    *
      *----------------------------------------------------------------*
           IF  WS-TEM-FATURA-SIM
           AND (WS-ULT-SITUACAO            EQUAL      'A'
           OR   WS-ULT-SITUACAO            EQUAL      'M')
           AND WS-ULT-TOTAL                GREATER    WS-ULT-VALOR-PAGO
               ADD  1                      TO    WS-FATURAS-ABERTAS
               MOVE WS-ULT-CPF             TO         SW-CPF
               MOVE WS-ULT-NOME            TO         SW-NOME
               MOVE WS-ULT-DATA-VENCTO     TO         SW-DATA
               COMPUTE SW-VALOR = WS-ULT-TOTAL - WS-ULT-VALOR-PAGO
               MOVE SPACES                 TO         SW-TIPO
               RELEASE REG-SORTWK
           END-IF.

           MOVE 'N'                        TO         WS-TEM-FATURA.
      *----------------------------------------------------------------*
       0180-99-RELEASE-FATURA-EXIT.        EXIT.
      *================================================================*
       0190-RELEASE-PARCELA                SECTION.
      *================================================================*
      * PARCELA AINDA A COBRAR ENTRA NO SORT COMO MOVIMENTO DO CPF.    *
      *----------------------------------------------------------------*
           READ  PCLMST.

           IF  WS-FS-PCL   NOT EQUAL '00'
           AND WS-FS-PCL   NOT EQUAL '10'
               MOVE WS-FS-PCL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER AGENDA PCLMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PCL                   EQUAL      '00'
           AND PCL-SIT-A-COBRAR
               ADD  1                      TO    WS-PARCELAS-A-COBRAR
               MOVE PCL-CPF                TO         SW-CPF
               MOVE PCL-NOME               TO         SW-NOME
               MOVE PCL-DATA-COMPRA        TO         SW-DATA
               MOVE PCL-VALOR-PARCELA      TO         SW-VALOR
               MOVE SPACES                 TO         SW-TIPO
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0190-99-RELEASE-PARCELA-EXIT.       EXIT.
      *================================================================*
       0195-RELEASE-CONTESTACAO            SECTION.
      *================================================================*
      * CONTESTACAO ABERTA ENTRA NO SORT COMO DEDUCAO DO CPF PELO      *
      * VALOR DO MOVIMENTO CONTESTADO.                                 *
      *----------------------------------------------------------------*
           READ  CTSMST.

           IF  WS-FS-CTS   NOT EQUAL '00'
           AND WS-FS-CTS   NOT EQUAL '10'
               MOVE WS-FS-CTS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER CTSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTS                   EQUAL      '00'
           AND CTS-SIT-ABERTA
               ADD  1                      TO WS-CONTESTACOES-ABERTAS
               MOVE CTS-CPF                TO         SW-CPF
               MOVE CTS-NOME               TO         SW-NOME
               MOVE CTS-DATA-MOV           TO         SW-DATA
               MOVE CTS-VALOR-MOV          TO         SW-VALOR
               MOVE 'C'                    TO         SW-TIPO
               RELEASE REG-SORTWK
           END-IF.
      *----------------------------------------------------------------*
       0195-99-RELEASE-CONTESTACAO-EXIT.   EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
               THRU 2200-99-SOMA-LIMITE-EXIT
                   UNTIL WS-CPF-LIM        NOT EQUAL  WS-CPF-MENOR.

           IF  WS-GASTO-MES                LESS       ZEROS
               MOVE ZEROS                  TO         WS-GASTO-MES
           END-IF.

           ADD  1                          TO         WS-CLIENTES.
           PERFORM 2500-APURA-FAIXA
               THRU 2500-99-APURA-FAIXA-EXIT.
      *================================================================*
       2100-SOMA-GASTO                     SECTION.
      *================================================================*
           IF  MCPF-DEDUCAO
               SUBTRACT MCPF-VALOR         FROM       WS-GASTO-MES
           ELSE
               ADD  MCPF-VALOR             TO         WS-GASTO-MES
           END-IF.
           MOVE MCPF-NOME                  TO         WS-NOME-CLIENTE.
           PERFORM 1100-LER-MOVCPF   THRU  1100-99-LER-MOVCPF-EXIT.
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS EM ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* MOVTOS DO MES         =    ' WS-MOVTOS-MES.
           DISPLAY '* FATURAS LIDAS         =    ' WS-LIDOS-FAT.
           DISPLAY '* FATURAS EM ABERTO     =    ' WS-FATURAS-ABERTAS.
           DISPLAY '* PARCELAS A COBRAR     =    '
                                           WS-PARCELAS-A-COBRAR.
           DISPLAY '* CONTESTACOES ABERTAS  =    '
                                           WS-CONTESTACOES-ABERTAS.
           DISPLAY '* CREDITOS DO MES       =    ' WS-CREDITOS-MES.
           DISPLAY '* LIMITES LIDOS         =    ' WS-LIDOS-LIM.
           DISPLAY '* CLIENTES APURADOS     =    ' WS-CLIENTES.
           DISPLAY '* FAIXA ATE 50          =    ' WS-FAIXA-50.
