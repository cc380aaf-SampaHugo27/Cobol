      *                                   REGISTRO DE OBITOS OBITOMST  *
      *                                   (VRB790S), COM TOTALIZADOR   *
      *                                   PROPRIO NO RELATO            *
      *  15/10/2026 HUGO SAMPAIO          ENDERECO EM BUSCA NO CADEND  *
      *                                   (DEVOLUCOES DO CORREIO,      *
      *                                   VRB834S) TRATADO COMO SEM    *
      *                                   ENDERECO: SAI NO MALAEXC COM *
      *                                   MOTIVO PROPRIO               *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           05  END-UF             PIC X(02).
           05  END-CEP            PIC 9(08).
           05  END-DATA-ATUALIZA  PIC 9(08).
           05  END-SITUACAO       PIC X(01).
               88  END-SIT-EM-BUSCA           VALUE 'B'.
           05  END-QTDE-DEVOLUCAO PIC 9(02).
           05  END-DATA-DEVOLUCAO PIC 9(08).
           05  FILLER             PIC X(14).
      *----------------------------------------------------------------*
       FD  MALAEXC        RECORDING MODE F.

      *    O ENDERECO DE ENTREGA VEM DO CADASTRO CADEND; CLIENTE SEM
      *    ENDERECO NAO ENTRA NA MALA - VAI PARA O ARQUIVO DE
      *    EXCECOES MALAEXC PARA A EXPEDICAO PROVIDENCIAR O CADASTRO.
      *    ENDERECO EM BUSCA (CARTAS DEVOLVIDAS PELO CORREIO) TAMBEM
      *    NAO RECEBE MALA ATE O VRB750S GRAVAR UM ENDERECO NOVO.
           MOVE  CPF                       TO     END-CPF.
           READ  CADEND.
           IF  WS-FSCADEND                 EQUAL  '23'
               MOVE 'CLIENTE SEM ENDERECO NO CADEND'
                                           TO     MEXC-MOTIVO
               PERFORM 3250-GRAVA-MALAEXC
                  THRU 3250-99-GRAVA-MALAEXC-EXIT
               GO TO 3200-99-GRAVA-MALA-EXIT
           END-IF.
           IF  WS-FSCADEND                 NOT    EQUAL '00'
               MOVE '3200-GRAVA-MALA'      TO     WS-AREA-PARA
               CALL WS-ABENDA              USING  WS-AREA
           END-IF.
           IF  END-SIT-EM-BUSCA
               MOVE 'ENDERECO EM BUSCA (DEVOLUCAO)'
                                           TO     MEXC-MOTIVO
               PERFORM 3250-GRAVA-MALAEXC
                  THRU 3250-99-GRAVA-MALAEXC-EXIT
               GO TO 3200-99-GRAVA-MALA-EXIT
           END-IF.

           MOVE  CPF                       TO     MALA-CPF.
           MOVE  NOME-CLI                  TO     MALA-NOME-CLI.
           ADD   1                    TO     WS-QTDE-MALA-GRAVADOS.
      *================================================================*
       3200-99-GRAVA-MALA-EXIT.            EXIT.
      *================================================================*
       3250-GRAVA-MALAEXC                  SECTION.
      *================================================================*
           MOVE  CPF                       TO     MEXC-CPF.
           MOVE  NOME-CLI                  TO     MEXC-NOME.
           WRITE REG-MALAEXC.
           IF  WS-FSMALAEXC                NOT    EQUAL '00'
               MOVE WS-FSMALAEXC           TO     WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO MALAEXC'
                                           TO     WS-AREA-MSG
               MOVE '3250-GRAVA-MALAEXC'   TO     WS-AREA-PARA
               CALL WS-ABENDA              USING  WS-AREA
           END-IF.
           ADD  1                          TO     WS-QTDE-SEM-END.
      *================================================================*
       3250-99-GRAVA-MALAEXC-EXIT.         EXIT.
      *================================================================*
       3100-LEITURA                        SECTION.
      *================================================================*
