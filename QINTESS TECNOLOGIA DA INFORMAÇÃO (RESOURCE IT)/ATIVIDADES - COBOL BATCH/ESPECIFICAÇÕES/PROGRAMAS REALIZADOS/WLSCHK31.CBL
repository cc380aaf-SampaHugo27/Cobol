       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         WLSCHK31.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA CENTRAL DE TRIAGEM CONTRA AS LISTAS DE        *
      * RESTRICAO (PESSOAS EXPOSTAS POLITICAMENTE E SANCOES). O        *
      * CHAMADOR INFORMA CPF, NOME E A NOTA DE CORTE; A ROTINA DEVOLVE *
      * A ENTRADA DO MASTER WLSMST (CARREGADO PELO VRB820S) DE MAIOR   *
      * NOTA DE SEMELHANCA:                                            *
      *   100 = MESMO CPF;                                             *
      *    95 = MESMO NOME DEPOIS DE NORMALIZADO (SEM ACENTO, SEM      *
      *         PONTUACAO, SEM PARTICULAS DA/DE/DO/DAS/DOS/E E SEM     *
      *         DIFERENCA DE ESPACAMENTO ENTRE AS PALAVRAS);           *
      *   ATE 94 = PALAVRAS EM COMUM (2 X COMUNS / TOTAL DE PALAVRAS   *
      *         DOS DOIS NOMES), SO QUANDO O PRIMEIRO OU O ULTIMO NOME *
      *         COINCIDEM.                                             *
      * OS ACENTOS SAO TRATADOS NO CODIGO DE PAGINA LATIN-1.           *
      * O MASTER EH CARREGADO EM TABELA NA PRIMEIRA CHAMADA (ATE 20000 *
      * ENTRADAS) E AS DEMAIS CONSULTAS SAO EM MEMORIA.                *
      * RETORNO: 'S' = NOTA IGUAL OU ACIMA DO CORTE (OCORRENCIA);      *
      *          'N' = SEM OCORRENCIA;                                 *
      *          'E' = ERRO DE ACESSO AO MASTER OU TABELA ESTOURADA.   *
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

           SELECT WLSMST         ASSIGN TO WLSMST
           FILE STATUS           IS        WS-FS-WLS.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   MASTER DAS LISTAS DE RESTRICAO (PEP E SANCOES)               *
      *----------------------------------------------------------------*
       FD  WLSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-WLS.

       01  REG-WLS.
           05 WLS-CHAVE.
              10 WLS-TIPO                  PIC X(01).
              10 WLS-IDENT                 PIC X(15).
           05 WLS-CPF                      PIC 9(11).
           05 WLS-NOME                     PIC X(30).
           05 WLS-FONTE                    PIC X(08).
           05 WLS-COMPLEMENTO              PIC X(20).
           05 WLS-DATA-INCLUSAO            PIC 9(08).
           05 WLS-VERSAO                   PIC 9(05).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-WLS                       PIC X(02)     VALUE '00'.
       77  WS-CARREGADO                    PIC X(01)     VALUE 'N'.
       77  WS-QTDE-WLS                     PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-MELHOR                       PIC 9(05)     VALUE ZEROS
                                            COMP.
       77  WS-MELHOR-NOTA                  PIC 9(03)     VALUE ZEROS.
       77  WS-NOTA                         PIC 9(03)     VALUE ZEROS.
       77  WS-IND-Q                        PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-T                        PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-COMUNS                       PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-MENOR-QTDE                   PIC 9(03)     VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *              LISTAS DE RESTRICAO EM MEMORIA                    *
      *----------------------------------------------------------------*
       01  WS-TAB-WLS.
           05 WS-WLS-ITEM                  OCCURS 20000 TIMES.
              10 WS-WLS-CHAVE              PIC X(16).
              10 WS-WLS-CPF                PIC 9(11).
              10 WS-WLS-NOME               PIC X(30).
              10 WS-WLS-COMPACTO           PIC X(30).
              10 WS-WLS-QTDE-TOK           PIC 9(01).
              10 WS-WLS-TOKEN              PIC X(15)
                                            OCCURS 6 TIMES.
      *----------------------------------------------------------------*
      *              NORMALIZACAO DE NOME                              *
      *----------------------------------------------------------------*
       77  WS-POS                          PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-TAM-TOK                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-PONT-COMPACTO                PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-NRM-ENTRADA                  PIC X(30)     VALUE SPACES.
       01  WS-NRM-PALAVRA                  PIC X(30)     VALUE SPACES.
       01  WS-NRM-RESULTADO.
           05 WS-NRM-QTDE-TOK              PIC 9(01).
           05 WS-NRM-TOKEN                 PIC X(15)
                                            OCCURS 6 TIMES.
           05 WS-NRM-COMPACTO              PIC X(30).
      *----------------------------------------------------------------*
      *              NOME CONSULTADO JA NORMALIZADO                    *
      *----------------------------------------------------------------*
       01  WS-CONSULTA.
           05 WS-CON-QTDE-TOK              PIC 9(01).
           05 WS-CON-TOKEN                 PIC X(15)
                                            OCCURS 6 TIMES.
           05 WS-CON-COMPACTO              PIC X(30).
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  WLSCHK31-PARM.
           05  WLSCHK31-CPF                PIC 9(11).
           05  WLSCHK31-NOME               PIC X(30).
           05  WLSCHK31-CORTE              PIC 9(03).
           05  WLSCHK31-NOTA               PIC 9(03).
           05  WLSCHK31-CHAVE-LISTA        PIC X(16).
           05  WLSCHK31-NOME-LISTA         PIC X(30).
           05  WLSCHK31-RETORNO            PIC X(01).
               88  WLSCHK31-OCORRENCIA                 VALUE 'S'.
               88  WLSCHK31-SEM-OCORRENCIA             VALUE 'N'.
               88  WLSCHK31-ERRO                       VALUE 'E'.
      *================================================================*
       PROCEDURE                           DIVISION
                                            USING WLSCHK31-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE ZEROS                      TO    WLSCHK31-NOTA.
           MOVE SPACES                     TO    WLSCHK31-CHAVE-LISTA
                                                 WLSCHK31-NOME-LISTA.
           MOVE 'N'                        TO    WLSCHK31-RETORNO.

           IF  WS-CARREGADO                EQUAL 'N'
               PERFORM 1000-CARREGA-MASTER
                   THRU 1000-99-CARREGA-MASTER-EXIT
               IF  WLSCHK31-ERRO
                   GOBACK
               END-IF
           END-IF.

           MOVE WLSCHK31-NOME              TO    WS-NRM-ENTRADA.
           PERFORM 3000-NORMALIZA THRU 3000-99-NORMALIZA-EXIT.
           MOVE WS-NRM-RESULTADO           TO    WS-CONSULTA.

           PERFORM 2000-PROCURA-MELHOR
               THRU 2000-99-PROCURA-MELHOR-EXIT.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-CARREGA-MASTER                 SECTION.
      *================================================================*
           OPEN  INPUT                     WLSMST.
           IF    WS-FS-WLS                 NOT EQUAL '00'
                 MOVE 'E'                  TO    WLSCHK31-RETORNO
                 GO TO 1000-99-CARREGA-MASTER-EXIT
           END-IF.

           PERFORM 1100-LE-ENTRADA THRU 1100-99-LE-ENTRADA-EXIT
                   UNTIL WS-FS-WLS         EQUAL '10'
                      OR WLSCHK31-ERRO.

           CLOSE WLSMST.
           IF    NOT WLSCHK31-ERRO
                 MOVE 'S'                  TO    WS-CARREGADO
           END-IF.
      *----------------------------------------------------------------*
       1000-99-CARREGA-MASTER-EXIT.        EXIT.
      *================================================================*
       1100-LE-ENTRADA                     SECTION.
      *================================================================*
           READ  WLSMST.
           IF  WS-FS-WLS  NOT EQUAL '00'
           AND WS-FS-WLS  NOT EQUAL '10'
               MOVE 'E'                    TO    WLSCHK31-RETORNO
               GO TO 1100-99-LE-ENTRADA-EXIT
           END-IF.
           IF  WS-FS-WLS                   NOT EQUAL '00'
               GO TO 1100-99-LE-ENTRADA-EXIT
           END-IF.

           IF  WS-QTDE-WLS                 EQUAL 20000
               MOVE 'E'                    TO    WLSCHK31-RETORNO
               GO TO 1100-99-LE-ENTRADA-EXIT
           END-IF.

           ADD  1                          TO    WS-QTDE-WLS.
           MOVE WLS-CHAVE          TO  WS-WLS-CHAVE (WS-QTDE-WLS).
           IF  WLS-CPF                     NUMERIC
               MOVE WLS-CPF        TO  WS-WLS-CPF   (WS-QTDE-WLS)
           ELSE
               MOVE ZEROS          TO  WS-WLS-CPF   (WS-QTDE-WLS)
           END-IF.
           MOVE WLS-NOME           TO  WS-WLS-NOME  (WS-QTDE-WLS).

           MOVE WLS-NOME                   TO    WS-NRM-ENTRADA.
           PERFORM 3000-NORMALIZA THRU 3000-99-NORMALIZA-EXIT.
           MOVE WS-NRM-COMPACTO    TO  WS-WLS-COMPACTO (WS-QTDE-WLS).
           MOVE WS-NRM-QTDE-TOK    TO  WS-WLS-QTDE-TOK (WS-QTDE-WLS).
           PERFORM 1150-GUARDA-TOKEN THRU 1150-99-GUARDA-TOKEN-EXIT
                   VARYING WS-IND-T FROM 1 BY 1
                   UNTIL WS-IND-T GREATER 6.
      *----------------------------------------------------------------*
       1100-99-LE-ENTRADA-EXIT.            EXIT.
      *================================================================*
       1150-GUARDA-TOKEN                   SECTION.
      *================================================================*
           MOVE WS-NRM-TOKEN (WS-IND-T)
                         TO  WS-WLS-TOKEN (WS-QTDE-WLS WS-IND-T).
      *----------------------------------------------------------------*
       1150-99-GUARDA-TOKEN-EXIT.          EXIT.
      *================================================================*
       2000-PROCURA-MELHOR                 SECTION.
      *================================================================*
      * VALE A ENTRADA DE MAIOR NOTA; EMPATE FICA COM A PRIMEIRA.      *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO    WS-MELHOR.
           MOVE ZEROS                      TO    WS-MELHOR-NOTA.

           PERFORM 2100-PONTUA-ENTRADA
               THRU 2100-99-PONTUA-ENTRADA-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-WLS
                      OR WS-MELHOR-NOTA EQUAL 100.

           IF  WS-MELHOR                   EQUAL ZEROS
               GO TO 2000-99-PROCURA-MELHOR-EXIT
           END-IF.

           MOVE WS-MELHOR-NOTA             TO    WLSCHK31-NOTA.
           MOVE WS-WLS-CHAVE (WS-MELHOR)   TO    WLSCHK31-CHAVE-LISTA.
           MOVE WS-WLS-NOME  (WS-MELHOR)   TO    WLSCHK31-NOME-LISTA.
           IF  WS-MELHOR-NOTA          NOT LESS  WLSCHK31-CORTE
               MOVE 'S'                    TO    WLSCHK31-RETORNO
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCURA-MELHOR-EXIT.        EXIT.
      *================================================================*
       2100-PONTUA-ENTRADA                 SECTION.
      *================================================================*
           MOVE ZEROS                      TO    WS-NOTA.

           IF  WLSCHK31-CPF                NUMERIC
           AND WLSCHK31-CPF                GREATER ZEROS
           AND WLSCHK31-CPF          EQUAL WS-WLS-CPF (WS-IND)
               MOVE 100                    TO    WS-NOTA
               GO TO 2100-50-COMPARA
           END-IF.

           IF  WS-CON-QTDE-TOK             EQUAL ZEROS
           OR  WS-WLS-QTDE-TOK (WS-IND)    EQUAL ZEROS
               GO TO 2100-99-PONTUA-ENTRADA-EXIT
           END-IF.

           IF  WS-CON-COMPACTO       EQUAL WS-WLS-COMPACTO (WS-IND)
               MOVE 95                     TO    WS-NOTA
               GO TO 2100-50-COMPARA
           END-IF.

           IF  WS-CON-TOKEN (1)  NOT EQUAL WS-WLS-TOKEN (WS-IND 1)
           AND WS-CON-TOKEN (WS-CON-QTDE-TOK) NOT EQUAL
               WS-WLS-TOKEN (WS-IND WS-WLS-QTDE-TOK (WS-IND))
               GO TO 2100-99-PONTUA-ENTRADA-EXIT
           END-IF.

           MOVE ZEROS                      TO    WS-COMUNS.
           PERFORM 2150-CONTA-COMUNS THRU 2150-99-CONTA-COMUNS-EXIT
                   VARYING WS-IND-Q FROM 1 BY 1
                   UNTIL WS-IND-Q GREATER WS-CON-QTDE-TOK
                   AFTER WS-IND-T FROM 1 BY 1
                   UNTIL WS-IND-T GREATER WS-WLS-QTDE-TOK (WS-IND).

      * NOME COM PALAVRA REPETIDA NAO CONTA MAIS QUE O MENOR NOME.
           MOVE WS-CON-QTDE-TOK            TO    WS-MENOR-QTDE.
           IF  WS-WLS-QTDE-TOK (WS-IND)    LESS  WS-MENOR-QTDE
               MOVE WS-WLS-QTDE-TOK (WS-IND) TO  WS-MENOR-QTDE
           END-IF.
           IF  WS-COMUNS                   GREATER WS-MENOR-QTDE
               MOVE WS-MENOR-QTDE          TO    WS-COMUNS
           END-IF.

           COMPUTE WS-NOTA = (200 * WS-COMUNS)
                   / (WS-CON-QTDE-TOK + WS-WLS-QTDE-TOK (WS-IND)).
           IF  WS-NOTA                     GREATER 94
               MOVE 94                     TO    WS-NOTA
           END-IF.

       2100-50-COMPARA.
           IF  WS-NOTA                     GREATER WS-MELHOR-NOTA
               MOVE WS-NOTA                TO    WS-MELHOR-NOTA
               MOVE WS-IND                 TO    WS-MELHOR
           END-IF.
      *----------------------------------------------------------------*
       2100-99-PONTUA-ENTRADA-EXIT.        EXIT.
      *================================================================*
       2150-CONTA-COMUNS                   SECTION.
      *================================================================*
           IF  WS-CON-TOKEN (WS-IND-Q)
                           EQUAL WS-WLS-TOKEN (WS-IND WS-IND-T)
               ADD  1                      TO    WS-COMUNS
           END-IF.
      *----------------------------------------------------------------*
       2150-99-CONTA-COMUNS-EXIT.          EXIT.
      *================================================================*
       3000-NORMALIZA                      SECTION.
      *================================================================*
      * MAIUSCULAS, SEM ACENTO E SEM PONTUACAO; QUEBRA EM PALAVRAS     *
      * (ATE 6, 15 POSICOES CADA), DESCARTA AS PARTICULAS DE LIGACAO E *
      * MONTA A FORMA COMPACTA (PALAVRAS EMENDADAS, SEM ESPACO).       *
      *----------------------------------------------------------------*
           INSPECT WS-NRM-ENTRADA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NRM-ENTRADA CONVERTING
                   X'C0C1C2C3C4C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'
                TO 'AAAAACEEEEIIIINOOOOOUUUUY'.
           INSPECT WS-NRM-ENTRADA CONVERTING
                   X'E0E1E2E3E4E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD'
                TO 'AAAAACEEEEIIIINOOOOOUUUUY'.
           INSPECT WS-NRM-ENTRADA CONVERTING
                   '.,-/''"()'
                TO '        '.

           MOVE ZEROS                      TO    WS-NRM-QTDE-TOK.
           MOVE SPACES                     TO    WS-NRM-TOKEN (1)
                                                 WS-NRM-TOKEN (2)
                                                 WS-NRM-TOKEN (3)
                                                 WS-NRM-TOKEN (4)
                                                 WS-NRM-TOKEN (5)
                                                 WS-NRM-TOKEN (6)
                                                 WS-NRM-COMPACTO
                                                 WS-NRM-PALAVRA.
           MOVE 1                          TO    WS-PONT-COMPACTO.
           MOVE ZEROS                      TO    WS-TAM-TOK.

           PERFORM 3100-VARRE-CARACTER THRU 3100-99-VARRE-CARACTER-EXIT
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER 30.

           PERFORM 3200-FECHA-PALAVRA THRU 3200-99-FECHA-PALAVRA-EXIT.
      *----------------------------------------------------------------*
       3000-99-NORMALIZA-EXIT.             EXIT.
      *================================================================*
       3100-VARRE-CARACTER                 SECTION.
      *================================================================*
           IF  WS-NRM-ENTRADA (WS-POS:1)   EQUAL SPACE
               PERFORM 3200-FECHA-PALAVRA
                   THRU 3200-99-FECHA-PALAVRA-EXIT
               GO TO 3100-99-VARRE-CARACTER-EXIT
           END-IF.

           ADD  1                          TO    WS-TAM-TOK.
           MOVE WS-NRM-ENTRADA (WS-POS:1)
                           TO    WS-NRM-PALAVRA (WS-TAM-TOK:1).
      *----------------------------------------------------------------*
       3100-99-VARRE-CARACTER-EXIT.        EXIT.
      *================================================================*
       3200-FECHA-PALAVRA                  SECTION.
      *================================================================*
           IF  WS-TAM-TOK                  EQUAL ZEROS
               GO TO 3200-99-FECHA-PALAVRA-EXIT
           END-IF.

           IF  WS-NRM-PALAVRA              EQUAL 'DA'
           OR  WS-NRM-PALAVRA              EQUAL 'DE'
           OR  WS-NRM-PALAVRA              EQUAL 'DO'
           OR  WS-NRM-PALAVRA              EQUAL 'DAS'
           OR  WS-NRM-PALAVRA              EQUAL 'DOS'
           OR  WS-NRM-PALAVRA              EQUAL 'E'
               GO TO 3200-90-LIMPA
           END-IF.

           STRING WS-NRM-PALAVRA           DELIMITED BY SPACE
                  INTO WS-NRM-COMPACTO
                  WITH POINTER WS-PONT-COMPACTO
           END-STRING.

           IF  WS-NRM-QTDE-TOK             LESS  6
               ADD  1                      TO    WS-NRM-QTDE-TOK
               MOVE WS-NRM-PALAVRA TO WS-NRM-TOKEN (WS-NRM-QTDE-TOK)
           END-IF.

       3200-90-LIMPA.
           MOVE SPACES                     TO    WS-NRM-PALAVRA.
           MOVE ZEROS                      TO    WS-TAM-TOK.
      *----------------------------------------------------------------*
       3200-99-FECHA-PALAVRA-EXIT.         EXIT.
      *================================================================*
