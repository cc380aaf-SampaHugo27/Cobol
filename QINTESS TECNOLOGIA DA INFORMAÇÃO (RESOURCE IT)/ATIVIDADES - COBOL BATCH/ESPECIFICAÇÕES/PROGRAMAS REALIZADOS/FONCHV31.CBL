       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         FONCHV31.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA COMUM DE CHAVE FONETICA DE NOME (REGRAS DO    *
      * PORTUGUES DO BRASIL). RECEBE O NOME COMO ESTA NO CADCLIM E     *
      * DEVOLVE:                                                       *
      *   - CHAVE (20): CODIGO FONETICO DO PRIMEIRO NOME (10) + O DO   *
      *     ULTIMO SOBRENOME (10) - NOMES DO MEIO OMITIDOS OU          *
      *     ABREVIADOS NAO MUDAM A CHAVE;                              *
      *   - CHAVE COMPLETA (40): OS CODIGOS DE TODAS AS PALAVRAS,      *
      *     SEPARADOS POR UM BRANCO.                                   *
      * AS PREPOSICOES DE/DA/DO/DOS/DAS/E SAO DESPREZADAS E JUNIOR,    *
      * JR, FILHO, NETO E SOBRINHO NAO CONTAM COMO ULTIMO SOBRENOME.   *
      * CODIFICACAO DE CADA PALAVRA (MAIUSCULA E SEM ACENTO):          *
      *   - A PRIMEIRA LETRA, SE VOGAL, FICA (Y VIRA I); AS DEMAIS     *
      *     VOGAIS SAEM DO CODIGO; H EH MUDO;                          *
      *   - PH = F; CH E SH = X; C ANTES DE E/I = S, SENAO K;  = S;   *
      *     Q = K;                                                     *
      *     G ANTES DE E/I = J; Z = S; W = V; M ANTES DE CONSOANTE = N;*
      *   - LETRAS IGUAIS SEGUIDAS VIRAM UMA SO E O S FINAL CAI.       *
      * EX.: THIAGO/TIAGO = TG, RAPHAEL/RAFAEL = RFL,                  *
      *      SOUZA/SOUSA = S, MATHEUS/MATEUS = MT.                     *
      * USADA PELO DETECTOR DE SUSPEITOS DE MESMA PESSOA (VRB840S).    *
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
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-NOME                         PIC X(30)   VALUE SPACES.
       77  WS-PTR-ENT                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-PTR-SAI                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-QTDE-PALAVRAS                PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-TAM                          PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND-SAI                      PIC 9(03)   VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
      *   PALAVRA EM TRATAMENTO (UMA POSICAO A MAIS PARA A LETRA       *
      *   SEGUINTE DA ULTIMA) E SEU CODIGO FONETICO                    *
      *----------------------------------------------------------------*
       01  WS-PALAVRA.
           05 WS-PAL-CAR                   PIC X(01) OCCURS 31 TIMES.
       01  WS-CODIGO.
           05 WS-COD-CAR                   PIC X(01) OCCURS 10 TIMES.
       77  WS-LETRA                        PIC X(01)   VALUE SPACE.
       77  WS-SEGUINTE                     PIC X(01)   VALUE SPACE.
       77  WS-COD                          PIC X(01)   VALUE SPACE.
       77  WS-ULTIMO-COD                   PIC X(01)   VALUE SPACE.
       77  WS-SUFIXO                       PIC X(01)   VALUE 'N'.
           88 WS-SUFIXO-SIM                            VALUE 'S'.
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  FONCHV31-PARM.
           05  FONCHV31-NOME               PIC X(30).
           05  FONCHV31-CHAVE.
               10  FONCHV31-CHV-PRIMEIRO   PIC X(10).
               10  FONCHV31-CHV-ULTIMO     PIC X(10).
           05  FONCHV31-CHAVE-COMPLETA     PIC X(40).
      *================================================================*
       PROCEDURE                           DIVISION
                                            USING FONCHV31-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE SPACES                     TO    FONCHV31-CHAVE.
           MOVE SPACES                     TO FONCHV31-CHAVE-COMPLETA.

           MOVE FONCHV31-NOME              TO    WS-NOME.
           INSPECT WS-NOME CONVERTING '' TO 'SS'.
           INSPECT WS-NOME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NOME CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           INSPECT WS-NOME CONVERTING
                   '.,;:-/()''"#'
                TO '             '.

           MOVE 1                          TO    WS-PTR-ENT
                                                 WS-PTR-SAI.
           MOVE ZEROS                      TO    WS-QTDE-PALAVRAS.

           PERFORM 1000-TRATA-PALAVRA
               THRU 1000-99-TRATA-PALAVRA-EXIT
                   UNTIL WS-PTR-ENT        GREATER 30.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-TRATA-PALAVRA                  SECTION.
      *================================================================*
      * SEPARA A PROXIMA PALAVRA DO NOME, CODIFICA E ACRESCENTA NAS    *
      * CHAVES. BRANCOS REPETIDOS GERAM PALAVRA VAZIA, DESPREZADA.     *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO    WS-PALAVRA.
           UNSTRING WS-NOME
                    DELIMITED BY ALL SPACE
                    INTO WS-PALAVRA
                    WITH POINTER WS-PTR-ENT.

           IF  WS-PALAVRA                  EQUAL SPACES
               GO TO 1000-99-TRATA-PALAVRA-EXIT
           END-IF.

           IF  WS-PALAVRA                  EQUAL 'DE'  OR 'DA'  OR 'DO'
                                              OR 'DOS' OR 'DAS' OR 'E'
               GO TO 1000-99-TRATA-PALAVRA-EXIT
           END-IF.

           MOVE 'N'                        TO    WS-SUFIXO.
           IF  WS-PALAVRA                  EQUAL 'JUNIOR' OR 'JR'
                                              OR 'FILHO'  OR 'NETO'
                                              OR 'SOBRINHO'
               SET  WS-SUFIXO-SIM          TO    TRUE
           END-IF.

           PERFORM 2000-CODIFICA-PALAVRA
               THRU 2000-99-CODIFICA-PALAVRA-EXIT.

           IF  WS-CODIGO                   EQUAL SPACES
               GO TO 1000-99-TRATA-PALAVRA-EXIT
           END-IF.

           ADD  1                          TO    WS-QTDE-PALAVRAS.

           IF  WS-QTDE-PALAVRAS            EQUAL 1
               MOVE WS-CODIGO              TO    FONCHV31-CHV-PRIMEIRO
                                                 FONCHV31-CHV-ULTIMO
           ELSE
               IF  NOT WS-SUFIXO-SIM
                   MOVE WS-CODIGO          TO    FONCHV31-CHV-ULTIMO
               END-IF
           END-IF.

           IF  WS-PTR-SAI                  GREATER 1
           AND WS-PTR-SAI                  NOT GREATER 40
               STRING ' '                  DELIMITED BY SIZE
                      INTO FONCHV31-CHAVE-COMPLETA
                      WITH POINTER WS-PTR-SAI
           END-IF.

           IF  WS-PTR-SAI                  NOT GREATER 40
               STRING WS-CODIGO            DELIMITED BY SPACE
                      INTO FONCHV31-CHAVE-COMPLETA
                      WITH POINTER WS-PTR-SAI
                      ON OVERFLOW
                         MOVE 41           TO    WS-PTR-SAI
               END-STRING
           END-IF.
      *----------------------------------------------------------------*
       1000-99-TRATA-PALAVRA-EXIT.         EXIT.
      *================================================================*
       2000-CODIFICA-PALAVRA               SECTION.
      *================================================================*
           MOVE SPACES                     TO    WS-CODIGO.
           MOVE ZEROS                      TO    WS-IND-SAI
                                                 WS-TAM.
           MOVE SPACE                      TO    WS-ULTIMO-COD.
           INSPECT WS-PALAVRA TALLYING WS-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           PERFORM 2100-TRATA-LETRA
               THRU 2100-99-TRATA-LETRA-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-TAM.

           IF  WS-IND-SAI                  GREATER 1
           AND WS-COD-CAR (WS-IND-SAI)     EQUAL 'S'
               MOVE SPACE                  TO  WS-COD-CAR (WS-IND-SAI)
           END-IF.
      *----------------------------------------------------------------*
       2000-99-CODIFICA-PALAVRA-EXIT.      EXIT.
      *================================================================*
       2100-TRATA-LETRA                    SECTION.
      *================================================================*
      * CODIFICA A LETRA DA POSICAO WS-IND OLHANDO A SEGUINTE. VOGAL   *
      * (FORA A PRIMEIRA LETRA DO CODIGO) SO QUEBRA A SEQUENCIA DE     *
      * LETRAS IGUAIS: 'SOUSA' = S-S, 'SSA' = S.                       *
      *----------------------------------------------------------------*
           MOVE WS-PAL-CAR (WS-IND)        TO    WS-LETRA.
           MOVE WS-PAL-CAR (WS-IND + 1)    TO    WS-SEGUINTE.
           MOVE SPACE                      TO    WS-COD.

           EVALUATE WS-LETRA
               WHEN 'A'  WHEN 'E'  WHEN 'I'  WHEN 'O'  WHEN 'U'
               WHEN 'Y'
                   IF  WS-IND-SAI          EQUAL ZEROS
                       MOVE WS-LETRA       TO    WS-COD
                       IF  WS-LETRA        EQUAL 'Y'
                           MOVE 'I'        TO    WS-COD
                       END-IF
                   ELSE
                       MOVE '*'            TO    WS-ULTIMO-COD
                       GO TO 2100-99-TRATA-LETRA-EXIT
                   END-IF
               WHEN 'H'
                   GO TO 2100-99-TRATA-LETRA-EXIT
               WHEN 'C'
                   EVALUATE WS-SEGUINTE
                       WHEN 'H'
                           MOVE 'X'        TO    WS-COD
                       WHEN 'E'  WHEN 'I'  WHEN 'Y'
                           MOVE 'S'        TO    WS-COD
                       WHEN OTHER
                           MOVE 'K'        TO    WS-COD
                   END-EVALUATE
               WHEN 'P'
                   IF  WS-SEGUINTE         EQUAL 'H'
                       MOVE 'F'            TO    WS-COD
                   ELSE
                       MOVE 'P'            TO    WS-COD
                   END-IF
               WHEN 'S'
                   IF  WS-SEGUINTE         EQUAL 'H'
                       MOVE 'X'            TO    WS-COD
                   ELSE
                       MOVE 'S'            TO    WS-COD
                   END-IF
               WHEN 'G'
                   IF  WS-SEGUINTE         EQUAL 'E' OR 'I' OR 'Y'
                       MOVE 'J'            TO    WS-COD
                   ELSE
                       MOVE 'G'            TO    WS-COD
                   END-IF
               WHEN 'M'
                   IF  WS-SEGUINTE         ALPHABETIC-UPPER
                   AND WS-SEGUINTE         NOT EQUAL SPACE
                   AND NOT (WS-SEGUINTE    EQUAL 'A' OR 'E' OR 'I'
                                              OR 'O' OR 'U' OR 'Y')
                       MOVE 'N'            TO    WS-COD
                   ELSE
                       MOVE 'M'            TO    WS-COD
                   END-IF
               WHEN 'Q'
                   MOVE 'K'                TO    WS-COD
               WHEN 'Z'
                   MOVE 'S'                TO    WS-COD
               WHEN 'W'
                   MOVE 'V'                TO    WS-COD
               WHEN 'B'  WHEN 'D'  WHEN 'F'  WHEN 'J'  WHEN 'K'
               WHEN 'L'  WHEN 'N'  WHEN 'R'  WHEN 'T'  WHEN 'V'
               WHEN 'X'
                   MOVE WS-LETRA           TO    WS-COD
               WHEN OTHER
                   GO TO 2100-99-TRATA-LETRA-EXIT
           END-EVALUATE.

           IF  WS-COD                      EQUAL WS-ULTIMO-COD
               GO TO 2100-99-TRATA-LETRA-EXIT
           END-IF.

           MOVE WS-COD                     TO    WS-ULTIMO-COD.
           IF  WS-IND-SAI                  LESS  10
               ADD  1                      TO    WS-IND-SAI
               MOVE WS-COD                 TO  WS-COD-CAR (WS-IND-SAI)
           END-IF.
      *----------------------------------------------------------------*
       2100-99-TRATA-LETRA-EXIT.           EXIT.
      *================================================================*
