      *                                   O TOPO (RANK 0) E ULTIMO     *
      *                                   RESULTADO NUMERO ERRADO VAI  *
      *                                   PARA O SEMFONE               *
      *  15/10/2026 HUGO SAMPAIO          TOPO DA LISTA PASSA A VIR DO *
      *                                   MASTER DE PROMESSAS PRMMST   *
      *                                   (VRB807S): SO PROMESSA       *
      *                                   QUEBRADA SEM CONTATO         *
      *                                   POSTERIOR SOBE (RANK 0) COM  *
      *                                   A MARCA LIS-PROMESSA-        *
      *                                   QUEBRADA; PROMESSA AINDA NO  *
      *                                   PRAZO TIRA O CLIENTE DA      *
      *                                   LISTA ATE A DATA PROMETIDA   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CTTSORT        ASSIGN TO CTTSORT
           FILE STATUS           IS        WS-FS-CSR.
      *----------------------------------------------------------------*
           SELECT PRMMST         ASSIGN TO PRMMST
           FILE STATUS           IS        WS-FS-PRM.
      *----------------------------------------------------------------*
           SELECT PRMWK          ASSIGN TO PRMWK.
      *----------------------------------------------------------------*
           SELECT PRMSORT        ASSIGN TO PRMSORT
           FILE STATUS           IS        WS-FS-PSR.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 SW-CPF                       PIC 9(11).
           05 SW-NOME                      PIC X(30).
           05 SW-FONE                      PIC X(13).
           05 SW-PROMESSA-QUEBRADA         PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  LISTCHAM
           LABEL       RECORD   STANDARD
           05 LIS-CPF                      PIC 9(11).
           05 LIS-NOME                     PIC X(30).
           05 LIS-FONE                     PIC X(13).
      *    'S' = PROMESSA DE PAGAMENTO QUEBRADA (VEM NO RANK 0).
           05 LIS-PROMESSA-QUEBRADA        PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  SEMFONE
           LABEL       RECORD   STANDARD
           05 CSR-RESULTADO                PIC X(01).
           05 CSR-FONE                     PIC X(13).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   MASTER DE PROMESSAS DE PAGAMENTO (APURADO PELO VRB807S)      *
      *----------------------------------------------------------------*
       FD  PRMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-ORIGEM                   PIC X(01).
           05 PRM-CHAVE                    PIC 9(11).
           05 FILLER                       PIC X(68).
      *----------------------------------------------------------------*
       SD  PRMWK.

       01  REG-PRMWK.
           05 PW-ORIGEM                    PIC X(01).
           05 PW-CHAVE                     PIC 9(11).
           05 PW-CPF                       PIC 9(11).
           05 PW-DATA-CONTATO              PIC 9(08).
           05 PW-DATA-PROMESSA             PIC 9(08).
           05 PW-VALOR                     PIC 9(09)V9(02).
           05 PW-VALOR-PAGO                PIC 9(09)V9(02).
           05 PW-OPERADOR                  PIC X(08).
           05 PW-SITUACAO                  PIC X(01).
           05 PW-DATA-APURACAO             PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  PRMSORT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PSR.

       01  REG-PSR.
           05 PSR-ORIGEM                   PIC X(01).
           05 PSR-CHAVE                    PIC 9(11).
           05 PSR-CPF                      PIC 9(11).
           05 PSR-DATA-CONTATO             PIC 9(08).
           05 PSR-DATA-PROMESSA            PIC 9(08).
           05 PSR-VALOR                    PIC 9(09)V9(02).
           05 PSR-VALOR-PAGO               PIC 9(09)V9(02).
           05 PSR-OPERADOR                 PIC X(08).
           05 PSR-SITUACAO                 PIC X(01).
           05 PSR-DATA-APURACAO            PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CTT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CSR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
       77  WS-FS-PSR                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-PULADOS-CONTATO              PIC 9(07)     VALUE ZEROS.
       77  WS-PROMESSAS-TOPO               PIC 9(07)     VALUE ZEROS.
       77  WS-FONES-ERRADOS                PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PRM                    PIC 9(07)     VALUE ZEROS.
       77  WS-PULADOS-PROMESSA             PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CHAVES DO BALANCE-LINE (HIGH-VALUES NO FIM)             *
      *----------------------------------------------------------------*
       01  WS-CHAVE-CTT                    PIC X(11)   VALUE SPACES.
       01  WS-CHAVE-CTT-NUM REDEFINES WS-CHAVE-CTT
                                           PIC 9(11).
       01  WS-CHAVE-PRM                    PIC X(11)   VALUE SPACES.
       01  WS-CHAVE-PRM-NUM REDEFINES WS-CHAVE-PRM
                                           PIC 9(11).
      *----------------------------------------------------------------*
      *        ULTIMO CONTATO DO CPF CORRENTE (HISTORICO CTTHIST)      *
      *----------------------------------------------------------------*
       77  WS-PROMESSA-TOPO                PIC X(01)   VALUE 'N'.
           88 WS-PROMESSA-TOPO-SIM                     VALUE 'S'.
      *----------------------------------------------------------------*
      *      PROMESSA MAIS RECENTE DO CPF CORRENTE (MASTER PRMMST)     *
      *----------------------------------------------------------------*
       77  WS-PRM-ULT-SITUACAO             PIC X(01)   VALUE SPACES.
           88 WS-PRM-ULT-ABERTA                        VALUE 'A'.
           88 WS-PRM-ULT-QUEBRADA                      VALUE 'Q'.
       77  WS-PRM-ULT-DATA-PROM            PIC 9(08)   VALUE ZEROS.
       77  WS-PRM-ULT-APURACAO             PIC 9(08)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        DATA DE CORTE DA CARENCIA (HOJE MENOS N DIAS)           *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
                INPUT  PROCEDURE IS        1500-LE-CTTHIST
                GIVING                     CTTSORT.

           SORT PRMWK
                ASCENDING  KEY             PW-CHAVE
                ASCENDING  KEY             PW-DATA-CONTATO
                INPUT  PROCEDURE IS        1600-LE-PRMMST
                GIVING                     PRMSORT.

           SORT SORTWK
                ASCENDING  KEY             SW-RANK
                DESCENDING KEY             SW-DIVIDA
           END-IF.
      *----------------------------------------------------------------*
       1550-99-RELEASE-CONTATO-EXIT.       EXIT.
      *================================================================*
       1600-LE-PRMMST                      SECTION.
      *================================================================*
      * CLASSIFICA AS PROMESSAS DE CLIENTE (ORIGEM C, CHAVE = CPF) POR *
      * CPF+DATA DO CONTATO; PROMESSA DE SOCIO NAO ENTRA NA LISTA. SEM *
      * MASTER AINDA (STATUS 35) A CLASSIFICACAO SAI VAZIA.            *
      *----------------------------------------------------------------*
           MOVE '1600-LE-PRMMST'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRMMST.
           IF    WS-FS-PRM                 EQUAL      '35'
                 GO TO 1600-99-LE-PRMMST-EXIT
           END-IF.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PRMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1650-RELEASE-PROMESSA
               THRU 1650-99-RELEASE-PROMESSA-EXIT
                   UNTIL WS-FS-PRM         EQUAL '10'.

           CLOSE PRMMST.
      *----------------------------------------------------------------*
       1600-99-LE-PRMMST-EXIT.             EXIT.
      *================================================================*
       1650-RELEASE-PROMESSA               SECTION.
      *================================================================*
           READ  PRMMST.

           IF  WS-FS-PRM   NOT EQUAL '00'
           AND WS-FS-PRM   NOT EQUAL '10'
               MOVE WS-FS-PRM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PRM                   EQUAL      '00'
           AND PRM-ORIGEM                  EQUAL      'C'
               ADD  1                      TO         WS-LIDOS-PRM
               MOVE REG-PRM                TO         REG-PRMWK
               RELEASE REG-PRMWK
           END-IF.
      *----------------------------------------------------------------*
       1650-99-RELEASE-PROMESSA-EXIT.      EXIT.
      *================================================================*
       2000-CRUZA-DEVEDORES                SECTION.
      *================================================================*
           END-IF.
           PERFORM 2170-LE-CTTSORT THRU 2170-99-LE-CTTSORT-EXIT.

           OPEN  INPUT                     PRMSORT.
           IF    WS-FS-PSR                 NOT EQUAL  '00'
                 MOVE WS-FS-PSR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO PRMSORT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 2175-LE-PRMSORT THRU 2175-99-LE-PRMSORT-EXIT.

           PERFORM 2100-LE-TELSORT THRU 2100-99-LE-TELSORT-EXIT.
           PERFORM 2150-LE-ARQSAI  THRU 2150-99-LE-ARQSAI-EXIT.

           END-EVALUATE.
      *----------------------------------------------------------------*
       2170-99-LE-CTTSORT-EXIT.            EXIT.
      *================================================================*
       2175-LE-PRMSORT                     SECTION.
      *================================================================*
           MOVE '2175-LE-PRMSORT'          TO         WS-CODIGO-AREA.

           READ PRMSORT.

           EVALUATE WS-FS-PSR
               WHEN '00'
                   MOVE PSR-CHAVE          TO         WS-CHAVE-PRM-NUM
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-PRM
               WHEN OTHER
                   MOVE WS-FS-PSR          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO PRMSORT'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2175-99-LE-PRMSORT-EXIT.            EXIT.
      *================================================================*
       2180-APURA-CONTATO                  SECTION.
      *================================================================*
           PERFORM 2170-LE-CTTSORT THRU 2170-99-LE-CTTSORT-EXIT.
      *----------------------------------------------------------------*
       2184-99-CONSOME-CONTATO-EXIT.       EXIT.
      *================================================================*
       2190-APURA-PROMESSA                 SECTION.
      *================================================================*
      * POSICIONA AS PROMESSAS NO CPF DO DEVEDOR CORRENTE E GUARDA A   *
      * MAIS RECENTE (O PRMSORT VEM POR CPF+DATA DO CONTATO).          *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO      WS-PRM-ULT-SITUACAO.
           MOVE ZEROS                      TO      WS-PRM-ULT-DATA-PROM.
           MOVE ZEROS                      TO      WS-PRM-ULT-APURACAO.

           PERFORM 2192-AVANCA-PROMESSA
               THRU 2192-99-AVANCA-PROMESSA-EXIT
                   UNTIL WS-CHAVE-PRM  NOT LESS       WS-CHAVE-SAI.

           PERFORM 2194-CONSOME-PROMESSA
               THRU 2194-99-CONSOME-PROMESSA-EXIT
                   UNTIL WS-CHAVE-PRM      NOT EQUAL  WS-CHAVE-SAI.
      *----------------------------------------------------------------*
       2190-99-APURA-PROMESSA-EXIT.        EXIT.
      *================================================================*
       2192-AVANCA-PROMESSA                SECTION.
      *================================================================*
           PERFORM 2175-LE-PRMSORT THRU 2175-99-LE-PRMSORT-EXIT.
      *----------------------------------------------------------------*
       2192-99-AVANCA-PROMESSA-EXIT.       EXIT.
      *================================================================*
       2194-CONSOME-PROMESSA               SECTION.
      *================================================================*
           MOVE PSR-SITUACAO               TO      WS-PRM-ULT-SITUACAO.
           MOVE PSR-DATA-PROMESSA          TO      WS-PRM-ULT-DATA-PROM.
           MOVE PSR-DATA-APURACAO          TO      WS-PRM-ULT-APURACAO.
           PERFORM 2175-LE-PRMSORT THRU 2175-99-LE-PRMSORT-EXIT.
      *----------------------------------------------------------------*
       2194-99-CONSOME-PROMESSA-EXIT.      EXIT.
      *================================================================*
       2200-BALANCE-LINE                   SECTION.
      *================================================================*
           ELSE
               PERFORM 2180-APURA-CONTATO
                   THRU 2180-99-APURA-CONTATO-EXIT
               PERFORM 2190-APURA-PROMESSA
                   THRU 2190-99-APURA-PROMESSA-EXIT
               MOVE 'N'                    TO         WS-PROMESSA-TOPO
               EVALUATE TRUE
                   WHEN WS-CTT-ULT-RESULT  EQUAL      'N'
                       PERFORM 2300-GRAVA-SEMFONE
                           THRU 2300-99-GRAVA-SEMFONE-EXIT
                       ADD  1              TO         WS-FONES-ERRADOS
                   WHEN WS-PRM-ULT-QUEBRADA
                    AND WS-PRM-ULT-APURACAO NOT LESS  WS-CTT-ULT-DATA
      * PROMESSA QUEBRADA (VRB807S) SEM CONTATO DEPOIS DA QUEBRA:
      * SOBE PARA O TOPO DA LISTA, MESMO DENTRO DA CARENCIA.
                       SET WS-PROMESSA-TOPO-SIM TO    TRUE
                       ADD  1              TO         WS-PROMESSAS-TOPO
                       PERFORM 2250-MONTA-CHAMADA
                           THRU 2250-99-MONTA-CHAMADA-EXIT
                   WHEN WS-PRM-ULT-ABERTA
                    AND WS-PRM-ULT-DATA-PROM NOT LESS WS-DATA-HOJE
      * PROMESSA AINDA NO PRAZO: NAO SE LIGA ANTES DA DATA PROMETIDA.
                       ADD  1              TO      WS-PULADOS-PROMESSA
                   WHEN WS-CTT-ULT-DATA NOT LESS      WS-DATA-CORTE
                    AND WS-CTT-ULT-DATA NOT EQUAL     ZEROS
      * CONTATADO DENTRO DA CARENCIA: FICA FORA DA LISTA DO DIA.
                   MOVE 3                  TO         SW-RANK
               END-IF
           END-IF.
           MOVE 'N'                        TO      SW-PROMESSA-QUEBRADA.
           IF  WS-PROMESSA-TOPO-SIM
               MOVE 0                      TO         SW-RANK
               MOVE 'S'                    TO      SW-PROMESSA-QUEBRADA
           END-IF.
           MOVE TOTAL-DIVIDA-SAI           TO         SW-DIVIDA.
           MOVE FAIXA-RISCO-SAI            TO         SW-FAIXA.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE TELSORT  ARQSAI  SEMFONE  CTTSORT  PRMSORT.

           IF  WS-FS-TSR                   NOT EQUAL  '00'
           OR  WS-FS-SAI                   NOT EQUAL  '00'
           OR  WS-FS-SEM                   NOT EQUAL  '00'
           OR  WS-FS-CSR                   NOT EQUAL  '00'
           OR  WS-FS-PSR                   NOT EQUAL  '00'
               MOVE WS-FS-SAI              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* DEVEDORES SEM FONE    =    ' WS-GRAVADOS-SEM.
           DISPLAY '* CONTATOS NO HISTORICO =    ' WS-LIDOS-CTT.
           DISPLAY '* PULADOS POR CONTATO   =    ' WS-PULADOS-CONTATO.
           DISPLAY '* PROMESSAS DE CLIENTE  =    ' WS-LIDOS-PRM.
           DISPLAY '* PROMESSAS NO TOPO     =    ' WS-PROMESSAS-TOPO.
           DISPLAY '* PULADOS POR PROMESSA  =    ' WS-PULADOS-PROMESSA.
           DISPLAY '* FONES DADOS ERRADOS   =    ' WS-FONES-ERRADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
