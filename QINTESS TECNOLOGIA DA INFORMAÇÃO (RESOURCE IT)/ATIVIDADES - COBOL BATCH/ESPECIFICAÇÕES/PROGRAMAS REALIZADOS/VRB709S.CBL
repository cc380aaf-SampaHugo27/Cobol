      * LIMITE, REGRA APLICADA). QUANDO MAIS DE UMA REGRA CASA COM     *
      * LIMITES DIFERENTES, O CONFLITO SAI NO RELATORIO DE EXCECOES    *
      * RELEXC PARA DECISAO MANUAL - A PRIMEIRA REGRA PREVALECE.       *
      * A REGRA PODE EXIGIR SCORE INTERNO MINIMO (MASTER SCOREMST DO   *
      * VRB806S, BATIDO POR CPF); ZERO = SEM EXIGENCIA DE SCORE.       *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  22/08/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          SCORE INTERNO MINIMO NA      *
      *                                   REGRA (SCOREMST)             *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CONTACPF       ASSIGN TO CONTACPF
           FILE STATUS           IS        WS-FS-CCPF.
      *----------------------------------------------------------------*
           SELECT SCOREMST       ASSIGN TO SCOREMST
           FILE STATUS           IS        WS-FS-SCO.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           05 PARM-DIVIDA-MAXIMA           PIC 9(15)V99.
           05 PARM-STATUS-EXIGIDO          PIC X(01).
           05 PARM-LIMITE                  PIC 9(09)V99.
           05 PARM-SCORE-MINIMO            PIC 9(03).
           05 FILLER                       PIC X(28).
      *----------------------------------------------------------------*
       FD  ARQTOT
           LABEL       RECORD   STANDARD
           05 CCPF-NOME                    PIC X(30).
           05 CCPF-STATUS                  PIC X(01).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  SCOREMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SCO.

       01  REG-SCO.
           05 SCO-CPF                      PIC 9(11).
           05 SCO-ANOMES                   PIC 9(06).
           05 SCO-PONTUACAO                PIC 9(03).
           05 SCO-FAIXA                    PIC X(01).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       SD  SORTWK.

       77  WS-FS-CCPF                      PIC X(02)     VALUE '00'.
       77  WS-FS-LIM                       PIC X(02)     VALUE '00'.
       77  WS-FS-EXC                       PIC X(02)     VALUE '00'.
       77  WS-FS-SCO                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-TOT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-SER                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-CCPF                     PIC X(11)     VALUE ZEROS.
       77  WS-CPF-SCO                      PIC X(11)     VALUE ZEROS.
       77  WS-SCO-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SER                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-VSAM                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CCPF                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SCO                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-LIM                 PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-REGRA                    PIC 9(07)     VALUE ZEROS.
       77  WS-CONFLITOS                    PIC 9(07)     VALUE ZEROS.
              10 WS-REG-DIVIDA-MAX         PIC 9(15)V99.
              10 WS-REG-STATUS             PIC X(01).
              10 WS-REG-LIMITE             PIC 9(09)V99.
              10 WS-REG-SCORE-MIN          PIC 9(03).
      *----------------------------------------------------------------*
      *                 APURACAO DO CLIENTE CORRENTE                   *
      *----------------------------------------------------------------*
       77  WS-GASTO-CLIENTE                PIC 9(15)V99  VALUE ZEROS.
       77  WS-DIVIDA-CLIENTE               PIC 9(15)V99  VALUE ZEROS.
       77  WS-SCORE-CLIENTE                PIC 9(03)     VALUE ZEROS.
       77  WS-QTDE-CASAM                   PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-REGRA-APLICADA               PIC 9(02)     VALUE ZEROS
                 PERFORM 9999-CANCELA
           END-IF.

      *    SCORE AINDA NAO APURADO (35): CLIENTES SEM SCORE.
           OPEN  INPUT                     SCOREMST.
           IF    WS-FS-SCO                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-SCO
                 MOVE HIGH-VALUES          TO         WS-CPF-SCO
           ELSE
                 IF  WS-FS-SCO             NOT EQUAL  '00'
                     MOVE WS-FS-SCO        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER SCOREMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-SCO-ABERTO
                 PERFORM 1400-LER-SCOREMST
                     THRU 1400-99-LER-SCOREMST-EXIT
           END-IF.

           OPEN  OUTPUT                    LIMSAI.
           IF    WS-FS-LIM                 NOT EQUAL  '00'
                 MOVE WS-FS-LIM            TO         WS-AREA-STAT
               MOVE PARM-STATUS-EXIGIDO
                                 TO  WS-REG-STATUS     (WS-QTDE-REGRAS)
               MOVE PARM-LIMITE  TO  WS-REG-LIMITE     (WS-QTDE-REGRAS)
               IF  PARM-SCORE-MINIMO       NOT NUMERIC
                   MOVE ZEROS  TO  WS-REG-SCORE-MIN  (WS-QTDE-REGRAS)
               ELSE
                   MOVE PARM-SCORE-MINIMO
                                 TO  WS-REG-SCORE-MIN  (WS-QTDE-REGRAS)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1060-99-LE-REGRA-EXIT.              EXIT.
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-CONTACPF-EXIT.          EXIT.
      *================================================================*
       1400-LER-SCOREMST                   SECTION.
      *================================================================*
           MOVE '1400-LER-SCOREMST'        TO         WS-CODIGO-AREA.

           READ SCOREMST.

           IF  WS-FS-SCO   NOT EQUAL '00'
           AND WS-FS-SCO   NOT EQUAL '10'
               MOVE WS-FS-SCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SCOREMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SCO                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-SCO
           ELSE
               MOVE SCO-CPF                TO         WS-CPF-SCO
               ADD  1                      TO         WS-LIDOS-SCO
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-SCOREMST-EXIT.          EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           PERFORM 2200-POSICIONA-DIVIDA
               THRU 2200-99-POSICIONA-DIVIDA-EXIT
                   UNTIL WS-CPF-SER    NOT LESS       WS-CPF-CCPF.
           PERFORM 2300-POSICIONA-SCORE
               THRU 2300-99-POSICIONA-SCORE-EXIT
                   UNTIL WS-CPF-SCO    NOT LESS       WS-CPF-CCPF.

           MOVE ZEROS                      TO         WS-GASTO-CLIENTE.
           MOVE ZEROS                      TO         WS-DIVIDA-CLIENTE.
           IF  WS-CPF-SER                  EQUAL      WS-CPF-CCPF
               MOVE TOTAL-DIVIDA-SER       TO         WS-DIVIDA-CLIENTE
           END-IF.
           MOVE ZEROS                      TO         WS-SCORE-CLIENTE.
           IF  WS-CPF-SCO                  EQUAL      WS-CPF-CCPF
               MOVE SCO-PONTUACAO          TO         WS-SCORE-CLIENTE
           END-IF.

           PERFORM 2500-APLICA-REGRAS
               THRU 2500-99-APLICA-REGRAS-EXIT.
           PERFORM 1200-LER-SERASA   THRU  1200-99-LER-SERASA-EXIT.
      *----------------------------------------------------------------*
       2200-99-POSICIONA-DIVIDA-EXIT.      EXIT.
      *================================================================*
       2300-POSICIONA-SCORE                SECTION.
      *================================================================*
           PERFORM 1400-LER-SCOREMST THRU  1400-99-LER-SCOREMST-EXIT.
      *----------------------------------------------------------------*
       2300-99-POSICIONA-SCORE-EXIT.       EXIT.
      *================================================================*
       2500-APLICA-REGRAS                  SECTION.
      *================================================================*
                       WS-REG-DIVIDA-MAX (WS-IND)
               AND (WS-REG-STATUS (WS-IND) EQUAL '*'
                 OR WS-REG-STATUS (WS-IND) EQUAL CCPF-STATUS)
               AND WS-SCORE-CLIENTE    NOT LESS
                       WS-REG-SCORE-MIN  (WS-IND)
                   ADD  1                  TO         WS-QTDE-CASAM
                   IF  WS-REGRA-APLICADA   EQUAL      ZEROS
                       MOVE WS-IND         TO         WS-REGRA-APLICADA
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ARQTOT  SERASA  CONTACPF  LIMSAI  RELEXC.
           IF  WS-SCO-ABERTO               EQUAL      'S'
               CLOSE SCOREMST
           END-IF.

           IF  WS-FS-TOT                   NOT EQUAL  '00'
           OR  WS-FS-SER                   NOT EQUAL  '00'
           DISPLAY '* REGRAS CARREGADAS     =    ' WS-QTDE-REGRAS.
           DISPLAY '* LIDOS EM ARQTOT       =    ' WS-LIDOS-TOT.
           DISPLAY '* LIDOS EM SERASA       =    ' WS-LIDOS-SER.
           DISPLAY '* LIDOS EM SCOREMST     =    ' WS-LIDOS-SCO.
           DISPLAY '* CONTAS AVALIADAS      =    ' WS-LIDOS-CCPF.
           DISPLAY '* LIMITES PROPOSTOS     =    ' WS-GRAVADOS-LIM.
           DISPLAY '* CONTAS SEM REGRA      =    ' WS-SEM-REGRA.
