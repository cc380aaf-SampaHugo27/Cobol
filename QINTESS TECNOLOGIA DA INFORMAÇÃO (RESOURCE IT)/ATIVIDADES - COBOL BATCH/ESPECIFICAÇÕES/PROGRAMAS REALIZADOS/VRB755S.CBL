      *      (EXTEND), QUE O RECOLHIMENTO VRB756S CONSULTA.            *
      * DEVEDOR SEM CAPACIDADE DISPONIVEL OU SEM DETALHE DE SALDO SAI  *
      * NO RELATORIO RELAGE PARA DISTRIBUICAO MANUAL.                  *
      * DEVEDOR COM ENTREGA ATIVA NO AGEASG NAO EH ENTREGUE DE NOVO;   *
      * O DEVOLVIDO PELO VRB809S (SITUACAO V) VAI PARA OUTRA AGENCIA.  *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          NAO REENTREGA DEVEDOR COM    *
      *                                   ENTREGA ATIVA; DEVOLVIDO     *
      *                                   PELO VRB809S VAI PARA OUTRA  *
      *                                   AGENCIA; CAPACIDADE CONTA AS *
      *                                   ATIVAS                       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           05 AGE-NOME                     PIC X(30).
           05 AGE-COMISSAO                 PIC 9(03)V99.
           05 AGE-CAPACIDADE               PIC 9(05).
           05 AGE-DIAS-MAX-SEM-RECUP       PIC 9(03).
           05 AGE-TAXA-MIN-RECUP           PIC 9(03)V99.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  CARCTL
           LABEL       RECORD   STANDARD
           05 ASG-SITUACAO                 PIC X(01).
              88 ASG-SIT-ATIVA                          VALUE 'A'.
              88 ASG-SIT-RECOLHIDA                      VALUE 'R'.
              88 ASG-SIT-DEVOLVIDA                      VALUE 'V'.
           05 ASG-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  RELAGE
           LABEL       RECORD IS OMITTED.
              10 WS-AGE-COMISSAO           PIC 9(03)V99.
              10 WS-AGE-CAPACIDADE         PIC 9(05).
              10 WS-AGE-ENTREGUES          PIC 9(05).
              10 WS-AGE-ATIVAS             PIC 9(05).
              10 WS-AGE-EXCLUIDA           PIC X(01).
       77  WS-QTDE-EXCLUIDAS               PIC 9(01)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *      ENTREGAS ATIVAS E DEVOLVIDAS JA GRAVADAS NO AGEASG        *
      *----------------------------------------------------------------*
       77  WS-QTDE-ASG                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ASG                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-ASG.
           05 WS-ASG-ITEM                  OCCURS 9999 TIMES.
              10 WS-ASG-ORIGEM             PIC X(01).
              10 WS-ASG-CHAVE              PIC 9(11).
              10 WS-ASG-AGENCIA            PIC 9(03).
              10 WS-ASG-SITUACAO           PIC X(01).
       77  WS-JA-ENTREGUE                  PIC X(01)     VALUE 'N'.
           88 WS-JA-ENTREGUE-SIM                         VALUE 'S'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-ENTREGUES                    PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CAPACIDADE               PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-DETALHE                  PIC 9(07)     VALUE ZEROS.
       77  WS-JA-ATIVAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-REENTREGUES                  PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DEVEDOR CORRENTE E SALDO APURADO               *
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1070-CARREGA-ENTREGAS
               THRU 1070-99-CARREGA-ENTREGAS-EXIT.

           OPEN  EXTEND                    AGEASG.
           IF    WS-FS-ASG                 NOT EQUAL  '00'
                 OPEN OUTPUT               AGEASG
               MOVE AGE-COMISSAO     TO  WS-AGE-COMISSAO   (WS-QTDE-AGE)
               MOVE AGE-CAPACIDADE   TO  WS-AGE-CAPACIDADE (WS-QTDE-AGE)
               MOVE ZEROS            TO  WS-AGE-ENTREGUES  (WS-QTDE-AGE)
               MOVE ZEROS            TO  WS-AGE-ATIVAS     (WS-QTDE-AGE)
               MOVE 'N'              TO  WS-AGE-EXCLUIDA   (WS-QTDE-AGE)
           END-IF.
      *----------------------------------------------------------------*
       1060-99-LE-AGENCIA-EXIT.            EXIT.
      *================================================================*
       1070-CARREGA-ENTREGAS               SECTION.
      *================================================================*
      * GUARDA AS ENTREGAS ATIVAS (O DEVEDOR NAO EH ENTREGUE DE NOVO)  *
      * E AS DEVOLVIDAS PELO VRB809S (A AGENCIA QUE PERDEU A DIVIDA    *
      * NAO A RECEBE OUTRA VEZ). AS ATIVAS TAMBEM OCUPAM A CAPACIDADE  *
      * DA AGENCIA. SEM MASTER AGEASG (PRIMEIRA EXECUCAO) NADA A       *
      * CARREGAR.                                                      *
      *----------------------------------------------------------------*
           MOVE '1070-CARREGA-ENTREGAS'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     AGEASG.
           IF    WS-FS-ASG                 EQUAL      '35'
                 GO TO 1070-99-CARREGA-ENTREGAS-EXIT
           END-IF.
           IF    WS-FS-ASG                 NOT EQUAL  '00'
                 MOVE WS-FS-ASG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER AGEASG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1080-LE-ENTREGA THRU 1080-99-LE-ENTREGA-EXIT
                   UNTIL WS-FS-ASG         EQUAL      '10'.

           CLOSE AGEASG.
      *----------------------------------------------------------------*
       1070-99-CARREGA-ENTREGAS-EXIT.      EXIT.
      *================================================================*
       1080-LE-ENTREGA                     SECTION.
      *================================================================*
           READ  AGEASG.

           IF  WS-FS-ASG  NOT EQUAL '00'
           AND WS-FS-ASG  NOT EQUAL '10'
               MOVE WS-FS-ASG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER AGEASG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ASG                   NOT EQUAL  '00'
               GO TO 1080-99-LE-ENTREGA-EXIT
           END-IF.

           IF  NOT ASG-SIT-ATIVA
           AND NOT ASG-SIT-DEVOLVIDA
               GO TO 1080-99-LE-ENTREGA-EXIT
           END-IF.

           IF  WS-QTDE-ASG                 EQUAL      9999
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'AGEASG COM MAIS DE 9999 ENTREGAS ABERTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-ASG.
           MOVE ASG-ORIGEM         TO  WS-ASG-ORIGEM   (WS-QTDE-ASG).
           MOVE ASG-CHAVE          TO  WS-ASG-CHAVE    (WS-QTDE-ASG).
           MOVE ASG-AGENCIA        TO  WS-ASG-AGENCIA  (WS-QTDE-ASG).
           MOVE ASG-SITUACAO       TO  WS-ASG-SITUACAO (WS-QTDE-ASG).

           IF  ASG-SIT-ATIVA
               PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                       UNTIL WS-IND-AGE GREATER WS-QTDE-AGE
                   IF  WS-AGE-CODIGO (WS-IND-AGE) EQUAL ASG-AGENCIA
                       ADD  1      TO  WS-AGE-ATIVAS (WS-IND-AGE)
                   END-IF
               END-PERFORM
           END-IF.
      *----------------------------------------------------------------*
       1080-99-LE-ENTREGA-EXIT.            EXIT.
      *================================================================*
       1100-LER-CTLSORT                    SECTION.
      *================================================================*
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           PERFORM 2050-VERIFICA-ENTREGAS
               THRU 2050-99-VERIFICA-ENTREGAS-EXIT.
           IF  WS-JA-ENTREGUE-SIM
               ADD  1                      TO         WS-JA-ATIVAS
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE 'N'                        TO         WS-ACHOU-DETALHE.
           IF  CSR-ORIGEM                  EQUAL      'C'
               PERFORM 2100-DETALHE-CLIENTE
               MOVE CSR-CHAVE              TO         DETE-CHAVE
               MOVE 'TODAS AS AGENCIAS SEM CAPACIDADE'
                                           TO         DETE-TEXTO
               IF  WS-QTDE-EXCLUIDAS       GREATER    ZEROS
                   MOVE 'SEM AGENCIA LIVRE ALEM DAS DEVOLVEDORAS'
                                           TO         DETE-TEXTO
               END-IF
               PERFORM 2900-GRAVA-REL THRU 2900-99-GRAVA-REL-EXIT
               ADD  1                      TO         WS-SEM-CAPACIDADE
               GO TO 2000-50-PROXIMO
           PERFORM 1100-LER-CTLSORT  THRU  1100-99-LER-CTLSORT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2050-VERIFICA-ENTREGAS              SECTION.
      *================================================================*
      * DEVEDOR COM ENTREGA ATIVA FICA COM A AGENCIA ATUAL. DEVEDOR    *
      * DEVOLVIDO PELO VRB809S EXCLUI DO RODIZIO AS AGENCIAS QUE JA O  *
      * DEVOLVERAM.                                                    *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-JA-ENTREGUE.
           MOVE ZEROS                      TO         WS-QTDE-EXCLUIDAS.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE
               MOVE 'N'                TO  WS-AGE-EXCLUIDA (WS-IND-AGE)
           END-PERFORM.

           PERFORM 2060-COMPARA-ENTREGA
               THRU 2060-99-COMPARA-ENTREGA-EXIT
                   VARYING WS-IND-ASG FROM 1 BY 1
                   UNTIL WS-IND-ASG GREATER WS-QTDE-ASG
                      OR WS-JA-ENTREGUE-SIM.
      *----------------------------------------------------------------*
       2050-99-VERIFICA-ENTREGAS-EXIT.     EXIT.
      *================================================================*
       2060-COMPARA-ENTREGA                SECTION.
      *================================================================*
           IF  WS-ASG-ORIGEM (WS-IND-ASG)  NOT EQUAL  CSR-ORIGEM
           OR  WS-ASG-CHAVE  (WS-IND-ASG)  NOT EQUAL  CSR-CHAVE
               GO TO 2060-99-COMPARA-ENTREGA-EXIT
           END-IF.

           IF  WS-ASG-SITUACAO (WS-IND-ASG) EQUAL     'A'
               SET WS-JA-ENTREGUE-SIM      TO         TRUE
               GO TO 2060-99-COMPARA-ENTREGA-EXIT
           END-IF.

           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE
               IF  WS-AGE-CODIGO (WS-IND-AGE) EQUAL
                   WS-ASG-AGENCIA (WS-IND-ASG)
               AND WS-AGE-EXCLUIDA (WS-IND-AGE) NOT EQUAL 'S'
                   MOVE 'S'            TO  WS-AGE-EXCLUIDA (WS-IND-AGE)
                   ADD  1              TO  WS-QTDE-EXCLUIDAS
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2060-99-COMPARA-ENTREGA-EXIT.       EXIT.
      *================================================================*
       2100-DETALHE-CLIENTE                SECTION.
      *================================================================*
       2500-ESCOLHE-AGENCIA                SECTION.
      *================================================================*
      * RODIZIO SIMPLES: A PARTIR DA PROXIMA AGENCIA DO CICLO, A       *
      * PRIMEIRA COM CAPACIDADE LIVRE RECEBE O DEVEDOR. A CAPACIDADE   *
      * CONTA AS ENTREGAS AINDA ATIVAS; AGENCIA QUE JA DEVOLVEU O      *
      * DEVEDOR FICA DE FORA.                                          *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-AGE.
           MOVE ZEROS                      TO         WS-TENTATIVAS.
      *================================================================*
           ADD  1                          TO         WS-TENTATIVAS.

           IF  WS-AGE-ENTREGUES (WS-PROX-AGE)
             + WS-AGE-ATIVAS    (WS-PROX-AGE) LESS
               WS-AGE-CAPACIDADE (WS-PROX-AGE)
           AND WS-AGE-EXCLUIDA  (WS-PROX-AGE) NOT EQUAL 'S'
               MOVE WS-PROX-AGE            TO         WS-IND-AGE
           END-IF.

           MOVE WS-AGE-CODIGO (WS-IND-AGE) TO         ASG-AGENCIA.
           MOVE WS-DATA-HOJE               TO         ASG-DATA-ENTREGA.
           MOVE 'A'                        TO         ASG-SITUACAO.
           MOVE ZEROS                  TO  ASG-DATA-DEVOLUCAO.
           MOVE SPACES                     TO         REG-ASG (80:1).
           WRITE REG-ASG.

           IF  WS-FS-ASG                   NOT EQUAL  '00'

           ADD  1                  TO  WS-AGE-ENTREGUES (WS-IND-AGE).
           ADD  1                          TO         WS-ENTREGUES.
           IF  WS-QTDE-EXCLUIDAS           GREATER    ZEROS
               ADD  1                      TO         WS-REENTREGUES
           END-IF.
      *----------------------------------------------------------------*
       2600-99-GRAVA-ENTREGA-EXIT.         EXIT.
      *================================================================*
           DISPLAY '* ENTREGUES A AGENCIAS  =    ' WS-ENTREGUES.
           DISPLAY '* SEM CAPACIDADE        =    ' WS-SEM-CAPACIDADE.
           DISPLAY '* SEM DETALHE DE SALDO  =    ' WS-SEM-DETALHE.
           DISPLAY '* JA ENTREGUES (ATIVAS) =    ' WS-JA-ATIVAS.
           DISPLAY '* REENTREGUES DEVOLVIDAS=    ' WS-REENTREGUES.
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                   UNTIL WS-IND-AGE GREATER WS-QTDE-AGE
               DISPLAY '* AGENCIA '
