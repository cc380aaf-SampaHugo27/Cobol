       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX10.
       AUTHOR. HUGO DA SILVA SAMPAIO.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS. CONCILIA A CONTAGEM FISICA DO CICLO ABERTO PELO EX09.
      *         COMPARA A QUANTIDADE CONTADA (CONTAGEM) COM A DO
      *         CADASTRO (CADESTO2) E VALORIZA A DIFERENCA PELO
      *         PRECO-UNITARIO. DIFERENCA DENTRO DA TOLERANCIA DO
      *         PARCONT (PERCENTUAL DA QUANTIDADE E VALOR MAXIMO) VIRA
      *         MOVIMENTO DE AJUSTE NO LAYOUT DO MOVESTOQ (MOVAJUST),
      *         PARA ENTRAR NO PROXIMO PROCESSAMENTO DO EX06: SOBRA E
      *         ENTRADA, FALTA E SAIDA, SEM CUSTO PARA NAO MEXER NO
      *         PRECO. DIFERENCA MAIOR E ITEM NAO CONTADO NAO SAO
      *         LANCADOS: VAO PARA A LISTA DE RECONTAGEM (RECONTAG, NO
      *         LAYOUT DO CICLO, QUE SERVE DE CICLO NA RODADA DA
      *         RECONTAGEM). CONTAGEM DE NUMERO 2 E RECONTAGEM E E
      *         LANCADA MESMO FORA DA TOLERANCIA. IMPRIME PARA O
      *         FINANCEIRO AS PERDAS E SOBRAS LANCADAS E O QUE FICOU
      *         PENDENTE DE RECONTAGEM (RELPERDA).

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTOQ ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PARCONT  ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CICLO    ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CONTAGEM ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MOVAJUST ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RECONTAG ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELPERDA ASSIGN TO DISK.

       DATA DIVISION.

       FILE SECTION.
       FD CADESTOQ
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADESTO2.DAT".

       01 REG-EST.
              02 CODIGO         PIC 9(05).
              02 NOME           PIC X(15).
              02 QTD-ESTOQUE    PIC 9(05).
              02 PRECO-UNITARIO PIC 9(06)V99.

       FD PARCONT
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "PARCONT.DAT".

       01 REG-PARC.
              02 TIPO-SEL       PIC X(01).
              02 LOCAL-SEL      PIC X(04).
              02 COD-INI        PIC 9(05).
              02 COD-FIM        PIC 9(05).
              02 TOL-PCT        PIC 9(03)V99.
              02 TOL-VALOR      PIC 9(06)V99.

       FD CICLO
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CICLO.DAT".

       01 REG-CIC.
              02 COD-CIC        PIC 9(05).
              02 LOCAL-CIC      PIC X(04).

       FD CONTAGEM
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CONTAGEM.DAT".

       01 REG-CONT.
              02 COD-CONT       PIC 9(05).
              02 QTD-CONT       PIC 9(05).
              02 NUM-CONT       PIC 9(01).

       FD MOVAJUST
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "MOVAJUST.DAT".

       01 REG-MOV.
              02 COD-MOV        PIC 9(05).
              02 TIPO-MOV       PIC X(01).
              02 QTD-MOV        PIC 9(05).
              02 CUSTO-MOV      PIC 9(06)V99.

       FD RECONTAG
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "RECONTAG.DAT".

       01 REG-REC.
              02 COD-REC        PIC 9(05).
              02 LOCAL-REC      PIC X(04).

       FD  RELPERDA
           LABEL        RECORD         IS          OMITTED.

       01  REG-ATR                  PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ     PIC 9(01) VALUE 0.
       77 FIM-CIC     PIC 9(01) VALUE 0.
       77 FIM-CONT    PIC 9(01) VALUE 0.
       77 IDX-EST     PIC 9(03) VALUE ZEROS.
       77 IDX-CIC     PIC 9(03) VALUE ZEROS.
       77 WS-IND      PIC 9(03) VALUE ZEROS.
       77 WS-IND2     PIC 9(03) VALUE ZEROS.
       77 ACHOU       PIC 9(01) VALUE 0.
       77 IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77 TOLERANCIA-PCT   PIC 9(03)V99 VALUE 005,00.
       77 TOLERANCIA-VALOR PIC 9(06)V99 VALUE 000100,00.
       77 DIF-QTD     PIC S9(05)      VALUE ZEROS.
       77 DIF-ABS     PIC 9(05)       VALUE ZEROS.
       77 LIMITE-QTD  PIC 9(07)V99    VALUE ZEROS.
       77 VALOR-DIF   PIC 9(11)V99    VALUE ZEROS.
       77 VALOR-SINAL PIC S9(11)V99   VALUE ZEROS.
       77 TOT-PERDAS  PIC 9(11)V99    VALUE ZEROS.
       77 TOT-SOBRAS  PIC 9(11)V99    VALUE ZEROS.
       77 TOT-LIQUIDO PIC S9(11)V99   VALUE ZEROS.
       77 TOT-PENDENTE PIC 9(11)V99   VALUE ZEROS.
       77 CT-CONFERE  PIC 9(05) VALUE ZEROS.
       77 CT-AJUSTES  PIC 9(05) VALUE ZEROS.
       77 CT-RECONTAR PIC 9(05) VALUE ZEROS.
       77 CT-REJEITOS PIC 9(05) VALUE ZEROS.

       01 TABELA-ESTOQUE.
          02 TAB-EST OCCURS 300 TIMES.
             03 COD-TAB   PIC 9(05).
             03 NOME-TAB  PIC X(15).
             03 QTD-TAB   PIC 9(05).
             03 PRECO-TAB PIC 9(06)V99.

      *    NUM-TABC ZERO = ITEM DO CICLO AINDA SEM CONTAGEM.
       01 TABELA-CICLO.
          02 TAB-CIC OCCURS 300 TIMES.
             03 COD-TABC   PIC 9(05).
             03 LOCAL-TABC PIC X(04).
             03 QTD-TABC   PIC 9(05).
             03 NUM-TABC   PIC 9(01).
             03 SIT-TABC   PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(34)
                    VALUE "RELATORIO DE PERDAS DE INVENTARIO ".
          02 FILLER    PIC X(06) VALUE "DATA: ".
          02 DIA       PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MES       PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANO       PIC 9(04).
          02 FILLER    PIC X(30) VALUE SPACES.

       01 CAB-02.
          02 FILLER    PIC X(12) VALUE "TOLERANCIA: ".
          02 TOL-PCT-REL   PIC ZZ9,99.
          02 FILLER    PIC X(09) VALUE " % ATE R$".
          02 TOL-VALOR-REL PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(43) VALUE SPACES.

       01 CAB-03.
          02 FILLER    PIC X(40)
                    VALUE "CODIGO NOME            SISTEMA  CONTADO ".
          02 FILLER    PIC X(40)
                    VALUE "DIFERENCA  PRECO UNIT.    VALOR DIFER.  ".

       01 DETALHE-AJU.
          02 COD-REL       PIC 9(05).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 NOME-REL      PIC X(15).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 SIS-REL       PIC ZZ.ZZ9.
          02 FILLER        PIC X(03) VALUE SPACES.
          02 CONT-REL      PIC ZZ.ZZ9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 DIF-REL       PIC ---.--9.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 PRECO-REL     PIC ZZZ.ZZ9,99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 VALOR-REL     PIC --.---.--9,99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 OBS-REL       PIC X(05).

       01 LINHA-TOTAL.
          02 TEXTO-TOT     PIC X(30).
          02 VALOR-TOT-REL PIC ---.---.---.--9,99.
          02 FILLER        PIC X(32) VALUE SPACES.

       01 CAB-REC.
          02 FILLER    PIC X(40)
                    VALUE "ITENS PARA RECONTAGEM - NENHUM AJUSTE LA".
          02 FILLER    PIC X(40)
                    VALUE "NCADO PARA ELES                         ".

       01 DETALHE-REC.
          02 LOCAL-REC-REL PIC X(04).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 COD-REC-REL   PIC 9(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 NOME-REC-REL  PIC X(15).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 MOTIVO-REL    PIC X(30).
          02 FILLER        PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA10.

       PERFORM INICIO.
       PERFORM CARGA-CADASTRO UNTIL FIM-ARQ EQUAL 1.
       PERFORM CARGA-CICLO UNTIL FIM-CIC EQUAL 1.
       PERFORM CARGA-CONTAGEM UNTIL FIM-CONT EQUAL 1.
       PERFORM CONCILIA VARYING WS-IND2 FROM 1 BY 1
               UNTIL WS-IND2 GREATER IDX-CIC.
       PERFORM TOTAIS-PERDA.
       PERFORM LISTA-RECONTAGEM.
       PERFORM TERMINO.

       STOP RUN.

      *    SEM PARAMETRO (OU SEM TOLERANCIA NELE) VALEM 5% E R$ 100,00.
       INICIO.
              OPEN INPUT PARCONT.
              READ PARCONT AT END MOVE SPACES TO REG-PARC.
              CLOSE PARCONT.
              IF TOL-PCT NUMERIC
              AND TOL-VALOR NUMERIC
                     MOVE TOL-PCT   TO TOLERANCIA-PCT
                     MOVE TOL-VALOR TO TOLERANCIA-VALOR
              END-IF.
              OPEN INPUT CADESTOQ CICLO CONTAGEM
                   OUTPUT MOVAJUST RECONTAG RELPERDA.
              MOVE FUNCTION CURRENT-DATE (7:2) TO DIA.
              MOVE FUNCTION CURRENT-DATE (5:2) TO MES.
              MOVE FUNCTION CURRENT-DATE (1:4) TO ANO.
              MOVE TOLERANCIA-PCT   TO TOL-PCT-REL.
              MOVE TOLERANCIA-VALOR TO TOL-VALOR-REL.
              WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
              WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 1 LINE.
              WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
              PERFORM LE-CADASTRO.
              PERFORM LE-CICLO.
              PERFORM LE-CONTAGEM.
       LE-CADASTRO.
              READ CADESTOQ AT END MOVE 1 TO FIM-ARQ.
       LE-CICLO.
              READ CICLO AT END MOVE 1 TO FIM-CIC.
       LE-CONTAGEM.
              READ CONTAGEM AT END MOVE 1 TO FIM-CONT.
       CARGA-CADASTRO.
              IF IDX-EST LESS THAN 300
                     ADD 1 TO IDX-EST
                     MOVE CODIGO         TO COD-TAB (IDX-EST)
                     MOVE NOME           TO NOME-TAB (IDX-EST)
                     MOVE QTD-ESTOQUE    TO QTD-TAB (IDX-EST)
                     MOVE PRECO-UNITARIO TO PRECO-TAB (IDX-EST)
              END-IF.
              PERFORM LE-CADASTRO.
       CARGA-CICLO.
              IF IDX-CIC LESS THAN 300
                     ADD 1 TO IDX-CIC
                     MOVE COD-CIC   TO COD-TABC (IDX-CIC)
                     MOVE LOCAL-CIC TO LOCAL-TABC (IDX-CIC)
                     MOVE ZEROS     TO QTD-TABC (IDX-CIC)
                     MOVE ZEROS     TO NUM-TABC (IDX-CIC)
                     MOVE SPACES    TO SIT-TABC (IDX-CIC)
              END-IF.
              PERFORM LE-CICLO.

      *    A RECONTAGEM (NUMERO MAIOR) SUBSTITUI A CONTAGEM ANTERIOR;
      *    NO MESMO NUMERO VALE A ULTIMA LINHA DO ARQUIVO.
       CARGA-CONTAGEM.
              PERFORM LOCALIZA-CICLO.
              IF COD-CONT NOT NUMERIC
              OR QTD-CONT NOT NUMERIC
              OR NUM-CONT NOT NUMERIC
              OR NUM-CONT EQUAL ZEROS
              OR ACHOU EQUAL 0
                     ADD 1 TO CT-REJEITOS
                     DISPLAY "CONTAGEM REJEITADA (FORA DO CICLO): "
                             REG-CONT
              ELSE
                     IF NUM-CONT NOT LESS NUM-TABC (IDX-ACHADO)
                            MOVE QTD-CONT TO QTD-TABC (IDX-ACHADO)
                            MOVE NUM-CONT TO NUM-TABC (IDX-ACHADO)
                     END-IF
              END-IF.
              PERFORM LE-CONTAGEM.
       LOCALIZA-CICLO.
              MOVE 0 TO ACHOU.
              PERFORM COMPARA-CICLO VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER IDX-CIC
                         OR ACHOU EQUAL 1.
       COMPARA-CICLO.
              IF COD-TABC (WS-IND) EQUAL COD-CONT
                     MOVE 1 TO ACHOU
                     MOVE WS-IND TO IDX-ACHADO
              END-IF.

      *    SIT-TABC: "C" CONFERE, "A" AJUSTADO, "R" PARA RECONTAGEM.
       CONCILIA.
              PERFORM LOCALIZA-PRODUTO.
              IF ACHOU EQUAL 0
                     MOVE "R" TO SIT-TABC (WS-IND2)
                     ADD 1 TO CT-RECONTAR
              ELSE
              IF NUM-TABC (WS-IND2) EQUAL ZEROS
                     MOVE "R" TO SIT-TABC (WS-IND2)
                     ADD 1 TO CT-RECONTAR
              ELSE
                     COMPUTE DIF-QTD = QTD-TABC (WS-IND2)
                                     - QTD-TAB (IDX-ACHADO)
                     IF DIF-QTD EQUAL ZEROS
                            MOVE "C" TO SIT-TABC (WS-IND2)
                            ADD 1 TO CT-CONFERE
                     ELSE
                            PERFORM AVALIA-DIFERENCA
                     END-IF
              END-IF
              END-IF.
       LOCALIZA-PRODUTO.
              MOVE 0 TO ACHOU.
              PERFORM COMPARA-PRODUTO VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER IDX-EST
                         OR ACHOU EQUAL 1.
       COMPARA-PRODUTO.
              IF COD-TAB (WS-IND) EQUAL COD-TABC (WS-IND2)
                     MOVE 1 TO ACHOU
                     MOVE WS-IND TO IDX-ACHADO
              END-IF.
       AVALIA-DIFERENCA.
              IF DIF-QTD LESS ZEROS
                     COMPUTE DIF-ABS = DIF-QTD * -1
              ELSE
                     MOVE DIF-QTD TO DIF-ABS
              END-IF.
              MULTIPLY DIF-ABS BY PRECO-TAB (IDX-ACHADO)
                      GIVING VALOR-DIF.
              COMPUTE LIMITE-QTD =
                      QTD-TAB (IDX-ACHADO) * TOLERANCIA-PCT / 100.
              IF NUM-TABC (WS-IND2) GREATER 1
              OR (DIF-ABS NOT GREATER LIMITE-QTD
                  AND VALOR-DIF NOT GREATER TOLERANCIA-VALOR)
                     PERFORM LANCA-AJUSTE
              ELSE
                     MOVE "R" TO SIT-TABC (WS-IND2)
                     ADD 1 TO CT-RECONTAR
                     ADD VALOR-DIF TO TOT-PENDENTE
              END-IF.
       LANCA-AJUSTE.
              MOVE COD-TABC (WS-IND2) TO COD-MOV.
              MOVE DIF-ABS            TO QTD-MOV.
              MOVE ZEROS              TO CUSTO-MOV.
              IF DIF-QTD LESS ZEROS
                     MOVE "S" TO TIPO-MOV
                     ADD VALOR-DIF TO TOT-PERDAS
                     COMPUTE VALOR-SINAL = VALOR-DIF * -1
              ELSE
                     MOVE "E" TO TIPO-MOV
                     ADD VALOR-DIF TO TOT-SOBRAS
                     MOVE VALOR-DIF TO VALOR-SINAL
              END-IF.
              WRITE REG-MOV.
              MOVE "A" TO SIT-TABC (WS-IND2).
              ADD 1 TO CT-AJUSTES.

              MOVE COD-TABC (WS-IND2)    TO COD-REL.
              MOVE NOME-TAB (IDX-ACHADO) TO NOME-REL.
              MOVE QTD-TAB (IDX-ACHADO)  TO SIS-REL.
              MOVE QTD-TABC (WS-IND2)    TO CONT-REL.
              MOVE DIF-QTD               TO DIF-REL.
              MOVE PRECO-TAB (IDX-ACHADO) TO PRECO-REL.
              MOVE VALOR-SINAL           TO VALOR-REL.
              IF NUM-TABC (WS-IND2) GREATER 1
                     MOVE "RECNT" TO OBS-REL
              ELSE
                     MOVE SPACES  TO OBS-REL
              END-IF.
              WRITE REG-ATR FROM DETALHE-AJU AFTER ADVANCING 1 LINE.

       TOTAIS-PERDA.
              COMPUTE TOT-LIQUIDO = TOT-SOBRAS - TOT-PERDAS.
              MOVE "TOTAL DE PERDAS (FALTAS)....: " TO TEXTO-TOT.
              MOVE TOT-PERDAS TO VALOR-TOT-REL.
              WRITE REG-ATR FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
              MOVE "TOTAL DE SOBRAS.............: " TO TEXTO-TOT.
              MOVE TOT-SOBRAS TO VALOR-TOT-REL.
              WRITE REG-ATR FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "RESULTADO LIQUIDO LANCADO...: " TO TEXTO-TOT.
              MOVE TOT-LIQUIDO TO VALOR-TOT-REL.
              WRITE REG-ATR FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.
              MOVE "DIVERGENCIA EM RECONTAGEM...: " TO TEXTO-TOT.
              MOVE TOT-PENDENTE TO VALOR-TOT-REL.
              WRITE REG-ATR FROM LINHA-TOTAL AFTER ADVANCING 1 LINE.

      *    A LISTA DE RECONTAGEM NAO MOSTRA QUANTIDADE: A RECONTAGEM
      *    TAMBEM E CEGA.
       LISTA-RECONTAGEM.
              IF CT-RECONTAR GREATER ZEROS
                     WRITE REG-ATR FROM CAB-REC AFTER ADVANCING 3 LINES
                     PERFORM LINHA-RECONTAGEM VARYING WS-IND2
                             FROM 1 BY 1
                             UNTIL WS-IND2 GREATER IDX-CIC
              END-IF.
       LINHA-RECONTAGEM.
              IF SIT-TABC (WS-IND2) EQUAL "R"
                     PERFORM LOCALIZA-PRODUTO
                     MOVE COD-TABC (WS-IND2)   TO COD-REC COD-REC-REL
                     MOVE LOCAL-TABC (WS-IND2) TO LOCAL-REC
                                                  LOCAL-REC-REL
                     WRITE REG-REC
                     IF ACHOU EQUAL 0
                            MOVE SPACES TO NOME-REC-REL
                            MOVE "PRODUTO NAO CADASTRADO"
                                   TO MOTIVO-REL
                     ELSE
                            MOVE NOME-TAB (IDX-ACHADO)
                                   TO NOME-REC-REL
                            IF NUM-TABC (WS-IND2) EQUAL ZEROS
                                   MOVE "ITEM NAO CONTADO"
                                          TO MOTIVO-REL
                            ELSE
                                   MOVE "DIFERENCA ACIMA DA TOLERANCIA"
                                          TO MOTIVO-REL
                            END-IF
                     END-IF
                     WRITE REG-ATR FROM DETALHE-REC
                             AFTER ADVANCING 1 LINE
              END-IF.

       TERMINO.
              CLOSE CADESTOQ CICLO CONTAGEM
                    MOVAJUST RECONTAG RELPERDA.
              DISPLAY "ITENS QUE CONFEREM........: " CT-CONFERE.
              DISPLAY "AJUSTES GERADOS (MOVAJUST): " CT-AJUSTES.
              DISPLAY "ITENS PARA RECONTAGEM.....: " CT-RECONTAR.
              DISPLAY "CONTAGENS REJEITADAS......: " CT-REJEITOS.
