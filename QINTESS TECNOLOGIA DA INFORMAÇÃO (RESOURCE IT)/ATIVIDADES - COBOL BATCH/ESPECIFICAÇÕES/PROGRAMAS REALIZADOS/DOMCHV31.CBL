       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         DOMCHV31.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA COMUM DE CHAVE DE DOMICILIO. RECEBE O         *
      * ENDERECO NO LAYOUT DO CADEND (LOGRADOURO, NUMERO E CEP) E      *
      * DEVOLVE UMA CHAVE DE 44 POSICOES QUE EH IGUAL PARA TODOS OS    *
      * CLIENTES DO MESMO ENDERECO, AINDA QUE DIGITADO DE FORMAS       *
      * DIFERENTES:                                                    *
      *   - CEP (8)                                                    *
      *   - LOGRADOURO NORMALIZADO (30): MAIUSCULAS, SEM ACENTO E SEM  *
      *     PONTUACAO, TIPO DO LOGRADOURO ABREVIADO (RUA = R, AVENIDA  *
      *     = AV ...), SEM AS PREPOSICOES DE/DA/DO/DOS/DAS E COM UM SO *
      *     BRANCO ENTRE AS PALAVRAS;                                  *
      *   - NUMERO NORMALIZADO (6): SO LETRAS E DIGITOS, SEM ZEROS A   *
      *     ESQUERDA (S/N VIRA SN).                                    *
      * USADA PELO MASTER DE DOMICILIOS (VRB830S) E PELA CONSOLIDACAO  *
      * DA MALA POR DOMICILIO (VRB831S).                               *
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
       77  WS-LOGRADOURO                   PIC X(40)   VALUE SPACES.
       77  WS-PALAVRA                      PIC X(40)   VALUE SPACES.
       77  WS-LOG-NORMAL                   PIC X(30)   VALUE SPACES.
       77  WS-PTR-ENT                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-PTR-SAI                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-QTDE-PALAVRAS                PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND-SAI                      PIC 9(03)   VALUE ZEROS
                                            COMP.
      *----------------------------------------------------------------*
       01  WS-NUMERO.
           05 WS-NUM-CAR                   PIC X(01) OCCURS 6 TIMES.
       01  WS-NUM-NORMAL.
           05 WS-NNR-CAR                   PIC X(01) OCCURS 6 TIMES.
       77  WS-ACHOU-SIGNIF                 PIC X(01)   VALUE 'N'.
           88 WS-ACHOU-SIGNIF-SIM                      VALUE 'S'.
      *----------------------------------------------------------------*
      *          ABREVIATURAS DO TIPO DE LOGRADOURO                    *
      *----------------------------------------------------------------*
       01  WS-TAB-TIPOS-DADOS.
           05 FILLER            PIC X(14)   VALUE 'RUA       R   '.
           05 FILLER            PIC X(14)   VALUE 'AVENIDA   AV  '.
           05 FILLER            PIC X(14)   VALUE 'AVEN      AV  '.
           05 FILLER            PIC X(14)   VALUE 'ALAMEDA   AL  '.
           05 FILLER            PIC X(14)   VALUE 'TRAVESSA  TV  '.
           05 FILLER            PIC X(14)   VALUE 'TRAV      TV  '.
           05 FILLER            PIC X(14)   VALUE 'ESTRADA   EST '.
           05 FILLER            PIC X(14)   VALUE 'RODOVIA   ROD '.
           05 FILLER            PIC X(14)   VALUE 'PRACA     PC  '.
           05 FILLER            PIC X(14)   VALUE 'PCA       PC  '.
           05 FILLER            PIC X(14)   VALUE 'LARGO     LGO '.
           05 FILLER            PIC X(14)   VALUE 'VIELA     VLA '.
       01  WS-TAB-TIPOS REDEFINES WS-TAB-TIPOS-DADOS.
           05 WS-TIPO-ITEM                 OCCURS 12 TIMES.
              10 WS-TIPO-EXTENSO           PIC X(10).
              10 WS-TIPO-ABREV             PIC X(04).
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  DOMCHV31-PARM.
           05  DOMCHV31-LOGRADOURO         PIC X(40).
           05  DOMCHV31-NUMERO             PIC X(06).
           05  DOMCHV31-CEP                PIC 9(08).
           05  DOMCHV31-CHAVE.
               10  DOMCHV31-CHV-CEP        PIC 9(08).
               10  DOMCHV31-CHV-LOGRADOURO PIC X(30).
               10  DOMCHV31-CHV-NUMERO     PIC X(06).
      *================================================================*
       PROCEDURE                           DIVISION
                                            USING DOMCHV31-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE DOMCHV31-CEP               TO    DOMCHV31-CHV-CEP.

           PERFORM 1000-NORMALIZA-LOGRADOURO
               THRU 1000-99-NORMALIZA-LOGRADOURO-EXIT.
           MOVE WS-LOG-NORMAL          TO    DOMCHV31-CHV-LOGRADOURO.

           PERFORM 2000-NORMALIZA-NUMERO
               THRU 2000-99-NORMALIZA-NUMERO-EXIT.
           MOVE WS-NUM-NORMAL              TO    DOMCHV31-CHV-NUMERO.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-NORMALIZA-LOGRADOURO           SECTION.
      *================================================================*
           MOVE DOMCHV31-LOGRADOURO        TO    WS-LOGRADOURO.
           INSPECT WS-LOGRADOURO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-LOGRADOURO CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           INSPECT WS-LOGRADOURO CONVERTING
                   '.,;:-/()''"#'
                TO '             '.

           MOVE SPACES                     TO    WS-LOG-NORMAL.
           MOVE 1                          TO    WS-PTR-ENT
                                                 WS-PTR-SAI.
           MOVE ZEROS                      TO    WS-QTDE-PALAVRAS.

           PERFORM 1100-TRATA-PALAVRA
               THRU 1100-99-TRATA-PALAVRA-EXIT
                   UNTIL WS-PTR-ENT        GREATER 40.
      *----------------------------------------------------------------*
       1000-99-NORMALIZA-LOGRADOURO-EXIT.  EXIT.
      *================================================================*
       1100-TRATA-PALAVRA                  SECTION.
      *================================================================*
      * SEPARA A PROXIMA PALAVRA DO LOGRADOURO E ACRESCENTA NA CHAVE.  *
      * BRANCOS REPETIDOS GERAM PALAVRA VAZIA, QUE EH DESPREZADA.      *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO    WS-PALAVRA.
           UNSTRING WS-LOGRADOURO
                    DELIMITED BY ALL SPACE
                    INTO WS-PALAVRA
                    WITH POINTER WS-PTR-ENT.

           IF  WS-PALAVRA                  EQUAL SPACES
               GO TO 1100-99-TRATA-PALAVRA-EXIT
           END-IF.

           IF  WS-PALAVRA                  EQUAL 'DE'  OR 'DA'  OR 'DO'
                                              OR 'DOS' OR 'DAS'
               GO TO 1100-99-TRATA-PALAVRA-EXIT
           END-IF.

           ADD  1                          TO    WS-QTDE-PALAVRAS.

           IF  WS-QTDE-PALAVRAS            EQUAL 1
               PERFORM 1200-ABREVIA-TIPO
                   THRU 1200-99-ABREVIA-TIPO-EXIT
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER 12
           END-IF.

           IF  WS-PTR-SAI                  GREATER 1
           AND WS-PTR-SAI                  NOT GREATER 30
               STRING ' '                  DELIMITED BY SIZE
                      INTO WS-LOG-NORMAL
                      WITH POINTER WS-PTR-SAI
           END-IF.

           IF  WS-PTR-SAI                  NOT GREATER 30
               STRING WS-PALAVRA           DELIMITED BY SPACE
                      INTO WS-LOG-NORMAL
                      WITH POINTER WS-PTR-SAI
                      ON OVERFLOW
                         MOVE 31           TO    WS-PTR-SAI
               END-STRING
           END-IF.
      *----------------------------------------------------------------*
       1100-99-TRATA-PALAVRA-EXIT.         EXIT.
      *================================================================*
       1200-ABREVIA-TIPO                   SECTION.
      *================================================================*
           IF  WS-PALAVRA              EQUAL WS-TIPO-EXTENSO (WS-IND)
               MOVE WS-TIPO-ABREV (WS-IND) TO    WS-PALAVRA
               MOVE 12                     TO    WS-IND
           END-IF.
      *----------------------------------------------------------------*
       1200-99-ABREVIA-TIPO-EXIT.          EXIT.
      *================================================================*
       2000-NORMALIZA-NUMERO               SECTION.
      *================================================================*
      * FICAM SO LETRAS E DIGITOS, ALINHADOS A ESQUERDA E SEM ZEROS    *
      * NA FRENTE - '0012', '12' E ' 12-' GERAM A MESMA CHAVE.         *
      *----------------------------------------------------------------*
           MOVE DOMCHV31-NUMERO            TO    WS-NUMERO.
           INSPECT WS-NUMERO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES                     TO    WS-NUM-NORMAL.
           MOVE ZEROS                      TO    WS-IND-SAI.
           MOVE 'N'                        TO    WS-ACHOU-SIGNIF.

           PERFORM 2100-TRATA-CARACTER
               THRU 2100-99-TRATA-CARACTER-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER 6.
      *----------------------------------------------------------------*
       2000-99-NORMALIZA-NUMERO-EXIT.      EXIT.
      *================================================================*
       2100-TRATA-CARACTER                 SECTION.
      *================================================================*
           IF  WS-NUM-CAR (WS-IND)         NOT ALPHABETIC-UPPER
           AND WS-NUM-CAR (WS-IND)         NOT NUMERIC
               GO TO 2100-99-TRATA-CARACTER-EXIT
           END-IF.

           IF  WS-NUM-CAR (WS-IND)         EQUAL SPACE
               GO TO 2100-99-TRATA-CARACTER-EXIT
           END-IF.

           IF  WS-NUM-CAR (WS-IND)         EQUAL '0'
           AND NOT WS-ACHOU-SIGNIF-SIM
               GO TO 2100-99-TRATA-CARACTER-EXIT
           END-IF.

           SET  WS-ACHOU-SIGNIF-SIM        TO    TRUE.
           ADD  1                          TO    WS-IND-SAI.
           MOVE WS-NUM-CAR (WS-IND)    TO    WS-NNR-CAR (WS-IND-SAI).
      *----------------------------------------------------------------*
       2100-99-TRATA-CARACTER-EXIT.        EXIT.
      *================================================================*
