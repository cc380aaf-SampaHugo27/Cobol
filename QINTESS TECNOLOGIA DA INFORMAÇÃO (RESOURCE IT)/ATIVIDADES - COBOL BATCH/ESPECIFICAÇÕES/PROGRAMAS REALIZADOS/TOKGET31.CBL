       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         TOKGET31.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ROTINA COMUM DO COFRE DE TOKENS DE CPF (LGPD). OS    *
      * EXTRATOS DELIMITADOS QUE VAO PARA FORNECEDORES (EXTCSV DOS     *
      * TOTALIZADORES, EXTDLM DO VRB706S, PNTDLM DO VRB708S) LEVAM UM  *
      * TOKEN NO LUGAR DO CPF: UMA CHAVE ESTAVEL (O MESMO CPF TEM      *
      * SEMPRE O MESMO TOKEN), ALEATORIA E SEM RELACAO MATEMATICA COM  *
      * O CPF - O UNICO CAMINHO DE VOLTA EH O COFRE TOKMST, E A        *
      * DESTOKENIZACAO (VRB841S) EXIGE OPERADOR AUTORIZADO.            *
      * FUNCOES:                                                       *
      *   'T' - TOKENIZA: DEVOLVE O TOKEN DO CPF; CPF AINDA SEM TOKEN  *
      *         GANHA UM NOVO, GRAVADO NO COFRE NA HORA;               *
      *   'F' - FECHA O COFRE (CHAMAR NO FIM DO PROGRAMA).             *
      * TOKEN: 'TK' + 10 CARACTERES SORTEADOS NUM ALFABETO DE 32       *
      * (SEM 0, 1, I E O, QUE SE CONFUNDEM NA LEITURA). O SORTEIO EH   *
      * CONGRUENCIAL (X = X * 48271 MOD 2147483647) COM SEMENTE TIRADA *
      * DO RELOGIO NA PRIMEIRA CHAMADA; O INDICE ALTERNADO UNICO SOBRE *
      * TOK-TOKEN RECUSA UM TOKEN REPETIDO (22) E A ROTINA SORTEIA     *
      * OUTRO.                                                         *
      * RETORNO: 'S' = TOKEN DEVOLVIDO (OU COFRE FECHADO);             *
      *          'N' = ERRO DE ACESSO AO COFRE OU CPF INVALIDO.        *
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

           SELECT TOKMST         ASSIGN TO TOKMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TOK-CPF
           ALTERNATE RECORD KEY  IS        TOK-TOKEN
           FILE STATUS           IS        WS-FS-TOK.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   COFRE DE TOKENS: CPF -> TOKEN (E TOKEN -> CPF PELO AIX)      *
      *----------------------------------------------------------------*
       FD  TOKMST
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-TOK.

       01  REG-TOK.
           05 TOK-CPF                      PIC 9(11).
           05 TOK-TOKEN                    PIC X(12).
           05 TOK-DATA-CRIACAO             PIC 9(08).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-TOK                       PIC X(02)     VALUE '00'.
       77  WS-ABERTO                       PIC X(01)     VALUE 'N'.
           88 WS-ABERTO-SIM                              VALUE 'S'.
       77  WS-GRAVADO                      PIC X(01)     VALUE 'N'.
           88 WS-GRAVADO-SIM                             VALUE 'S'.
       77  WS-TENTATIVAS                   PIC 9(02)     VALUE ZEROS.
       77  WS-IND                          PIC 9(02)     VALUE ZEROS.
       77  WS-IND-ALFA                     PIC 9(02)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 GERADOR DE TOKENS                              *
      *----------------------------------------------------------------*
       77  WS-SEMENTE                      PIC 9(10)     VALUE ZEROS.
       77  WS-SORTEIO-PRODUTO              PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-QUOCIENTE            PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-RESTO                PIC 9(10)     VALUE ZEROS.
       01  WS-RELOGIO.
           05 WS-REL-DATA                  PIC 9(08).
           05 WS-REL-HORA                  PIC 9(08).
           05 FILLER                       PIC X(05).
       01  WS-ALFABETO                     PIC X(32)     VALUE
           '23456789ABCDEFGHJKLMNPQRSTUVWXYZ'.
       01  WS-ALFABETO-R REDEFINES WS-ALFABETO.
           05 WS-ALFA-CAR                  PIC X(01)  OCCURS 32 TIMES.
       01  WS-TOKEN-NOVO.
           05 FILLER                       PIC X(02)     VALUE 'TK'.
           05 WS-TKN-CAR                   PIC X(01)  OCCURS 10 TIMES.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  TOKGET31-PARM.
           05  TOKGET31-FUNCAO             PIC X(01).
               88  TOKGET31-TOKENIZA                     VALUE 'T'.
               88  TOKGET31-FECHA                        VALUE 'F'.
           05  TOKGET31-CPF                PIC 9(11).
           05  TOKGET31-TOKEN              PIC X(12).
           05  TOKGET31-RETORNO            PIC X(01).
               88  TOKGET31-RETORNO-OK                   VALUE 'S'.
               88  TOKGET31-RETORNO-ERRO                 VALUE 'N'.
      *================================================================*
       PROCEDURE                           DIVISION
                                            USING TOKGET31-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE 'S'                        TO    TOKGET31-RETORNO.

           IF  TOKGET31-FECHA
               IF  WS-ABERTO-SIM
                   CLOSE TOKMST
                   MOVE 'N'                TO    WS-ABERTO
               END-IF
               GOBACK
           END-IF.

           MOVE SPACES                     TO    TOKGET31-TOKEN.

           IF  NOT TOKGET31-TOKENIZA
           OR  TOKGET31-CPF                NOT NUMERIC
               MOVE 'N'                    TO    TOKGET31-RETORNO
               GOBACK
           END-IF.

           IF  NOT WS-ABERTO-SIM
               PERFORM 1000-ABRE-COFRE THRU 1000-99-ABRE-COFRE-EXIT
               IF  TOKGET31-RETORNO-ERRO
                   GOBACK
               END-IF
           END-IF.

           PERFORM 2000-TOKENIZA           THRU  2000-99-TOKENIZA-EXIT.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-ABRE-COFRE                     SECTION.
      *================================================================*
      * PRIMEIRA CHAMADA: ABRE O COFRE (CRIA SE AINDA NAO EXISTE) E    *
      * SEMEIA O GERADOR COM DATA E HORA ATE O CENTESIMO.              *
      *----------------------------------------------------------------*
           OPEN  I-O                       TOKMST.
           IF    WS-FS-TOK                 EQUAL      '35'
                 OPEN  OUTPUT              TOKMST
                 CLOSE TOKMST
                 OPEN  I-O                 TOKMST
           END-IF.
           IF    WS-FS-TOK                 NOT EQUAL  '00'
                 MOVE 'N'                  TO    TOKGET31-RETORNO
                 GO TO 1000-99-ABRE-COFRE-EXIT
           END-IF.

           MOVE 'S'                        TO    WS-ABERTO.
           MOVE FUNCTION CURRENT-DATE      TO    WS-RELOGIO.
           MOVE WS-REL-DATA                TO    WS-DATA-HOJE.
           COMPUTE WS-SEMENTE = WS-REL-HORA + WS-REL-DATA + 1.
      *----------------------------------------------------------------*
       1000-99-ABRE-COFRE-EXIT.            EXIT.
      *================================================================*
       2000-TOKENIZA                       SECTION.
      *================================================================*
           MOVE TOKGET31-CPF               TO    TOK-CPF.
           READ TOKMST.

           IF  WS-FS-TOK                   EQUAL '00'
               MOVE TOK-TOKEN              TO    TOKGET31-TOKEN
               GO TO 2000-99-TOKENIZA-EXIT
           END-IF.

           IF  WS-FS-TOK                   NOT EQUAL '23'
               MOVE 'N'                    TO    TOKGET31-RETORNO
               GO TO 2000-99-TOKENIZA-EXIT
           END-IF.

           MOVE 'N'                        TO    WS-GRAVADO.
           MOVE ZEROS                      TO    WS-TENTATIVAS.
           PERFORM 2100-GRAVA-TOKEN   THRU  2100-99-GRAVA-TOKEN-EXIT
                   UNTIL WS-GRAVADO-SIM
                      OR TOKGET31-RETORNO-ERRO.
      *----------------------------------------------------------------*
       2000-99-TOKENIZA-EXIT.              EXIT.
      *================================================================*
       2100-GRAVA-TOKEN                    SECTION.
      *================================================================*
      * 22 NA GRAVACAO = TOKEN JA USADO POR OUTRO CPF: SORTEIA OUTRO.  *
      * DEZ COLISOES SEGUIDAS SO COM O GERADOR OU O COFRE COM DEFEITO. *
      *----------------------------------------------------------------*
           ADD  1                          TO    WS-TENTATIVAS.
           IF  WS-TENTATIVAS               GREATER 10
               MOVE 'N'                    TO    TOKGET31-RETORNO
               GO TO 2100-99-GRAVA-TOKEN-EXIT
           END-IF.

           PERFORM 2200-SORTEIA-CARACTER
               THRU 2200-99-SORTEIA-CARACTER-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER 10.

           MOVE SPACES                     TO    REG-TOK.
           MOVE TOKGET31-CPF               TO    TOK-CPF.
           MOVE WS-TOKEN-NOVO              TO    TOK-TOKEN.
           MOVE WS-DATA-HOJE               TO    TOK-DATA-CRIACAO.
           WRITE REG-TOK.

           IF  WS-FS-TOK                   EQUAL '22'
               GO TO 2100-99-GRAVA-TOKEN-EXIT
           END-IF.

           IF  WS-FS-TOK                   NOT EQUAL '00'
               MOVE 'N'                    TO    TOKGET31-RETORNO
               GO TO 2100-99-GRAVA-TOKEN-EXIT
           END-IF.

           MOVE 'S'                        TO    WS-GRAVADO.
           MOVE WS-TOKEN-NOVO              TO    TOKGET31-TOKEN.
      *----------------------------------------------------------------*
       2100-99-GRAVA-TOKEN-EXIT.           EXIT.
      *================================================================*
       2200-SORTEIA-CARACTER               SECTION.
      *================================================================*
           COMPUTE WS-SORTEIO-PRODUTO = WS-SEMENTE * 48271.
           DIVIDE WS-SORTEIO-PRODUTO BY 2147483647
                  GIVING WS-SORTEIO-QUOCIENTE
                  REMAINDER WS-SORTEIO-RESTO.
           IF  WS-SORTEIO-RESTO            EQUAL ZEROS
               MOVE 1                      TO    WS-SORTEIO-RESTO
           END-IF.
           MOVE WS-SORTEIO-RESTO           TO    WS-SEMENTE.

           DIVIDE WS-SEMENTE BY 32
                  GIVING WS-SORTEIO-QUOCIENTE
                  REMAINDER WS-IND-ALFA.
           ADD  1                          TO    WS-IND-ALFA.
           MOVE WS-ALFA-CAR (WS-IND-ALFA)  TO    WS-TKN-CAR (WS-IND).
      *----------------------------------------------------------------*
       2200-99-SORTEIA-CARACTER-EXIT.      EXIT.
      *================================================================*
