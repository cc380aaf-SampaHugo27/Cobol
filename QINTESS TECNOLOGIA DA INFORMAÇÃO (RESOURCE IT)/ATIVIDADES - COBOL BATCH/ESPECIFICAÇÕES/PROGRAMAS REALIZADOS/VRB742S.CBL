      *                                   RELATORIO DE OCUPACAO        *
      *                                   RELOCUP POR TURMA AO FIM DA  *
      *                                   RODADA                       *
      *  15/10/2026 HUGO SAMPAIO          TRANSACAO 'R' (REMATRICULA   *
      *                                   DA VIRADA DE ANO, GERADA     *
      *                                   PELO VRB859S): MUDA A TURMA  *
      *                                   SEM CRITICAR LOTACAO (VAGA   *
      *                                   JA RESERVADA NA VIRADA) OU,  *
      *                                   COM MAT-ESPERA 'S', TIRA O   *
      *                                   ALUNO DO CADASTRO E O POE NO *
      *                                   FIM DA FILA DA TURMA NOVA    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
              88 MAT-TIPO-INCLUSAO                      VALUE 'I'.
              88 MAT-TIPO-ALTERACAO                     VALUE 'A'.
              88 MAT-TIPO-EXCLUSAO                      VALUE 'E'.
              88 MAT-TIPO-REMATRICULA                   VALUE 'R'.
              88 MAT-TIPO-VALIDO                        VALUE 'I' 'A'
                                                              'E' 'R'.
           05 MAT-COD-ALU                  PIC 9(10).
           05 MAT-NOME                     PIC X(30).
           05 MAT-TURMA                    PIC X(05).
           05 MAT-TURNO                    PIC X(01).
           05 MAT-ESPERA                   PIC X(01).
              88 MAT-VAI-PARA-ESPERA                    VALUE 'S'.
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
       FD  CADALUMN
           LABEL       RECORD   STANDARD
       77  WS-GRAVADOS-CADN                PIC 9(05)     VALUE ZEROS.
       77  WS-PARA-ESPERA                  PIC 9(05)     VALUE ZEROS.
       77  WS-PROMOVIDOS                   PIC 9(05)     VALUE ZEROS.
       77  WS-REMATRICULADOS               PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 MASTER DE TURMAS EM MEMORIA                    *
      *----------------------------------------------------------------*
      *================================================================*
       2200-APLICA-NA-IGUAL                SECTION.
      *================================================================*
           IF  MAT-TIPO-REMATRICULA
               PERFORM 2270-REMATRICULA
                   THRU 2270-99-REMATRICULA-EXIT
               GO TO 2200-99-APLICA-NA-IGUAL-EXIT
           END-IF.

           IF  MAT-TIPO-ALTERACAO
               PERFORM 2250-ALTERA-COM-TURMA
                   THRU 2250-99-ALTERA-COM-TURMA-EXIT
           ADD  1                          TO         WS-ALTERADOS.
      *----------------------------------------------------------------*
       2250-99-ALTERA-COM-TURMA-EXIT.      EXIT.
      *================================================================*
       2270-REMATRICULA                    SECTION.
      *================================================================*
      * REMATRICULA DA VIRADA DE ANO: O VRB859S JA DISTRIBUIU AS VAGAS *
      * SOBRE A OCUPACAO DO ANO NOVO. AQUI NAO SE CRITICA A LOTACAO DE *
      * NOVO PORQUE, NA ORDEM DE CODIGO, A TURMA DE DESTINO AINDA TEM  *
      * OS ALUNOS QUE VAO SAIR DELA. SEM VAGA RESERVADA (MAT-ESPERA    *
      * 'S') O ALUNO SAI DO CADASTRO E ENTRA NO FIM DA FILA DA TURMA   *
      * NOVA, SEGUINDO A REGRA DA FILA DE ESPERA.                      *
      *----------------------------------------------------------------*
           MOVE '2270-REMATRICULA'         TO         WS-CODIGO-AREA.

           MOVE CAD-TURMA                  TO         WS-TURMA-BUSCA.
           PERFORM 1600-ACHA-TURMA THRU 1600-99-ACHA-TURMA-EXIT.
           IF  WS-TUR-OCUPACAO (WS-TUR-ACHADA) GREATER ZEROS
               SUBTRACT 1 FROM WS-TUR-OCUPACAO (WS-TUR-ACHADA)
           END-IF.

           IF  MAT-VAI-PARA-ESPERA
               PERFORM 2360-ENTRA-NA-FILA
                   THRU 2360-99-ENTRA-NA-FILA-EXIT
               GO TO 2270-99-REMATRICULA-EXIT
           END-IF.

           MOVE MAT-TURMA                  TO         WS-TURMA-BUSCA.
           PERFORM 1600-ACHA-TURMA THRU 1600-99-ACHA-TURMA-EXIT.
           ADD  1                  TO  WS-TUR-OCUPACAO (WS-TUR-ACHADA).

           MOVE MAT-COD-ALU                TO         CADN-COD-ALU.
           MOVE MAT-NOME                   TO         CADN-NOME.
           MOVE MAT-TURMA                  TO         CADN-TURMA.
           MOVE MAT-TURNO                  TO         CADN-TURNO.
           PERFORM 2900-GRAVA-CADALUMN
               THRU 2900-99-GRAVA-CADALUMN-EXIT.
           ADD  1                          TO         WS-REMATRICULADOS.
      *----------------------------------------------------------------*
       2270-99-REMATRICULA-EXIT.           EXIT.
      *================================================================*
       2350-INCLUI-COM-VAGA                SECTION.
      *================================================================*

           IF  WS-TUR-OCUPACAO (WS-TUR-ACHADA) NOT LESS
               WS-TUR-CAPACIDADE (WS-TUR-ACHADA)
               PERFORM 2360-ENTRA-NA-FILA
                   THRU 2360-99-ENTRA-NA-FILA-EXIT
               GO TO 2350-99-INCLUI-COM-VAGA-EXIT
           END-IF.

           ADD  1                          TO         WS-INCLUIDOS.
      *----------------------------------------------------------------*
       2350-99-INCLUI-COM-VAGA-EXIT.       EXIT.
      *================================================================*
       2360-ENTRA-NA-FILA                  SECTION.
      *================================================================*
      * POE O ALUNO DA TRANSACAO NO FIM DA FILA DE ESPERA DA TURMA     *
      * MAT-TURMA (INCLUSAO SEM VAGA OU REMATRICULA SEM VAGA).         *
      *----------------------------------------------------------------*
           IF  WS-QTDE-ESP                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'FILA DE ESPERA MAIOR QUE 500 ALUNOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-PROX-ORDEM               EQUAL      ZEROS
               MOVE 1                      TO         WS-PROX-ORDEM
           END-IF.
           ADD  1                          TO         WS-QTDE-ESP.
           MOVE WS-PROX-ORDEM      TO  WS-ESP-ORDEM   (WS-QTDE-ESP).
           MOVE MAT-COD-ALU        TO  WS-ESP-COD-ALU (WS-QTDE-ESP).
           MOVE MAT-NOME           TO  WS-ESP-NOME    (WS-QTDE-ESP).
           MOVE MAT-TURMA          TO  WS-ESP-TURMA   (WS-QTDE-ESP).
           MOVE MAT-TURNO          TO  WS-ESP-TURNO   (WS-QTDE-ESP).
           MOVE SPACES             TO  WS-ESP-SITUACAO
                                       (WS-QTDE-ESP).
           ADD  1                          TO         WS-PROX-ORDEM.
           ADD  1                          TO         WS-PARA-ESPERA.
      *----------------------------------------------------------------*
       2360-99-ENTRA-NA-FILA-EXIT.         EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           DISPLAY '* INCLUSOES             =    ' WS-INCLUIDOS.
           DISPLAY '* ALTERACOES            =    ' WS-ALTERADOS.
           DISPLAY '* EXCLUSOES             =    ' WS-EXCLUIDOS.
           DISPLAY '* REMATRICULAS          =    ' WS-REMATRICULADOS.
           DISPLAY '* REJEITADAS            =    ' WS-REJEITADOS.
           DISPLAY '* PARA FILA DE ESPERA   =    ' WS-PARA-ESPERA.
           DISPLAY '* PROMOVIDOS DA FILA    =    ' WS-PROMOVIDOS.
