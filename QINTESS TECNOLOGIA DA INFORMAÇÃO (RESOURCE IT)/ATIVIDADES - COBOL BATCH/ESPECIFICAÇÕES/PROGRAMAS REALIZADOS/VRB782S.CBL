      *      ALTERNADO VRB712S, PARA A RODADA NORMAL DO VRB674S.       *
      * CLIENTE SEM HISTORICO NAO TEM BASE DE COMPARACAO E SAI NA      *
      * REVISAO COM MEDIA ZERO.                                        *
      * CADA LINHA DO FRAUDREV LEVA A DATA DO DIA, O MULTIPLO          *
      * OBSERVADO (GASTO DO DIA / MEDIA 13M, ZERO SEM HISTORICO) E A   *
      * MARCA DE BLOQUEIO GERADO - O VRB815S ABRE UM CASO POR LINHA.   *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          CREDITO DE CONTESTACAO       *
      *                                   (PARCELAMENTO 'CRED') NAO    *
      *                                   CONTA COMO GASTO DO DIA      *
      *  15/10/2026 HUGO SAMPAIO          FRAUDREV PASSA A LEVAR A DATA*
      *                                   DO DIA, O MULTIPLO OBSERVADO *
      *                                   (GASTO/MEDIA 13M) E A MARCA  *
      *                                   DE BLOQUEIO, PARA O REGISTRO *
      *                                   DE CASOS DE FRAUDE (VRB815S) *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO             PIC X(04).
              88 MOV-CREDITO                            VALUE 'CRED'.
      *----------------------------------------------------------------*
       FD  MOVCPF
           LABEL       RECORD   STANDARD
           05 SW2-NOME                     PIC X(30).
           05 SW2-GASTO-DIA                PIC 9(15)V99.
           05 SW2-MEDIA-13M                PIC 9(15)V99.
           05 SW2-DATA                     PIC 9(08).
           05 SW2-MULTIPLO                 PIC 9(03)V99.
           05 SW2-BLOQUEADO                PIC X(01).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  HISTMES
           LABEL       RECORD   STANDARD
           05 REV-NOME                     PIC X(30).
           05 REV-GASTO-DIA                PIC 9(15)V99.
           05 REV-MEDIA-13M                PIC 9(15)V99.
           05 REV-DATA                     PIC 9(08).
           05 REV-MULTIPLO                 PIC 9(03)V99.
           05 REV-BLOQUEADO                PIC X(01).
              88 REV-COM-BLOQUEIO                       VALUE 'S'.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  FRDSTS
           LABEL       RECORD   STANDARD
       77  WS-LIMITE-REVISAO               PIC 9(15)V99  VALUE ZEROS.
       77  WS-LIMITE-BLOQUEIO              PIC 9(15)V99  VALUE ZEROS.
       77  WS-EXCESSO                      PIC 9(15)V99  VALUE ZEROS.
       77  WS-MULTIPLO                     PIC 9(03)V99  VALUE ZEROS.
       77  WS-IND                          PIC 9(02)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
           IF  WS-FS-MOV                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-MOV
               IF  MOV-DATA                EQUAL      WS-DATA-HOJE
               AND NOT MOV-CREDITO
                   ADD  1                  TO         WS-MOVTOS-DIA
                   MOVE MOV-CPF            TO         SW-CPF
                   MOVE MOV-NOME           TO         SW-NOME
           MOVE WS-NOME-CLIENTE            TO         SW2-NOME.
           MOVE WS-GASTO-DIA               TO         SW2-GASTO-DIA.
           MOVE WS-MEDIA-13M               TO         SW2-MEDIA-13M.
           MOVE WS-DATA-HOJE               TO         SW2-DATA.

      * MULTIPLO OBSERVADO, BASE DA CALIBRAGEM DOS LIMITES DO FRDPARM
      * PELO RESULTADO DOS CASOS (VRB816S); ACIMA DE 999,99 FICA NO
      * TETO.
           MOVE ZEROS                      TO         WS-MULTIPLO.
           IF  WS-MEDIA-13M                GREATER    ZEROS
               COMPUTE WS-MULTIPLO ROUNDED =
                       WS-GASTO-DIA / WS-MEDIA-13M
                   ON SIZE ERROR
                       MOVE 999,99         TO         WS-MULTIPLO
               END-COMPUTE
           END-IF.
           MOVE WS-MULTIPLO                TO         SW2-MULTIPLO.

           IF  WS-GASTO-DIA                GREATER   WS-LIMITE-BLOQUEIO
               MOVE 'S'                    TO         SW2-BLOQUEADO
               PERFORM 2600-BLOQUEIA-CONTAS
                   THRU 2600-99-BLOQUEIA-CONTAS-EXIT
           ELSE
               MOVE 'N'                    TO         SW2-BLOQUEADO
           END-IF.

           RELEASE REG-SORTWK2.
           ADD  1                          TO         WS-EM-REVISAO.
      *----------------------------------------------------------------*
       2300-99-AVALIA-CPF-EXIT.            EXIT.
      *================================================================*
