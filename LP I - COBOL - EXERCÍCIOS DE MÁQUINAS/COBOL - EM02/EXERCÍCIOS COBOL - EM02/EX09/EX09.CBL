       IDENTIFICATION DIVISION.

       PROGRAM-ID. EX09.
       AUTHOR. HUGO DA SILVA SAMPAIO.
       INSTALLATION. FATEC-SP.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *REMARKS. ABRE UM CICLO DE CONTAGEM FISICA DO ESTOQUE. SELECIONA
      *         OS PRODUTOS DO CADASTRO ATUALIZADO (CADESTO2) POR LOCAL
      *         (CADLOCAL) OU POR FAIXA DE CODIGO, CONFORME O PARAMETRO
      *         PARCONT, E IMPRIME AS FOLHAS DE CONTAGEM (RELCONT) SEM
      *         A QUANTIDADE DO SISTEMA - A CONTAGEM E CEGA. GRAVA OS
      *         PRODUTOS DO CICLO (CICLO) PARA A CONCILIACAO DO EX10
      *         SABER O QUE DEVIA TER SIDO CONTADO.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADESTOQ ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CADLOCAL ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PARCONT  ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CICLO    ASSIGN TO DISK ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RELCONT  ASSIGN TO DISK.

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

       FD CADLOCAL
          LABEL         RECORD         ARE         STANDARD
          VALUE       OF FILE-ID       IS        "CADLOCAL.DAT".

       01 REG-LOC.
              02 COD-LOC        PIC 9(05).
              02 LOCAL-LOC      PIC X(04).

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

       FD  RELCONT
           LABEL        RECORD         IS          OMITTED.

       01  REG-ATR                  PIC X(80).

       WORKING-STORAGE SECTION.

       77 FIM-ARQ     PIC 9(01) VALUE 0.
       77 FIM-LOC     PIC 9(01) VALUE 0.
       77 IDX-LOC     PIC 9(03) VALUE ZEROS.
       77 WS-IND      PIC 9(03) VALUE ZEROS.
       77 ACHOU       PIC 9(01) VALUE 0.
       77 LOCAL-ITEM  PIC X(04) VALUE SPACES.
       77 CT-LIN      PIC 9(02) VALUE 21.
       77 CT-PAG      PIC 9(03) VALUE ZEROS.
       77 CT-CICLO    PIC 9(05) VALUE ZEROS.

       01 TABELA-LOCAL.
          02 TAB-LOC OCCURS 300 TIMES.
             03 COD-TABL   PIC 9(05).
             03 LOCAL-TABL PIC X(04).

       01 CAB-01.
          02 FILLER    PIC X(28)
                    VALUE "FOLHA DE CONTAGEM DE ESTOQUE".
          02 FILLER    PIC X(08) VALUE "  DATA: ".
          02 DIA       PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MES       PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANO       PIC 9(04).
          02 FILLER    PIC X(19) VALUE SPACES.
          02 FILLER    PIC X(07) VALUE "FOLHA: ".
          02 VAR-PAG   PIC ZZ9.
          02 FILLER    PIC X(05) VALUE SPACES.

       01 CAB-02-LOCAL.
          02 FILLER    PIC X(15) VALUE "SELECAO: LOCAL ".
          02 LOCAL-CAB PIC X(04).
          02 FILLER    PIC X(61) VALUE SPACES.

       01 CAB-02-FAIXA.
          02 FILLER    PIC X(18) VALUE "SELECAO: CODIGOS ".
          02 INI-CAB   PIC 9(05).
          02 FILLER    PIC X(03) VALUE " A ".
          02 FIM-CAB   PIC 9(05).
          02 FILLER    PIC X(49) VALUE SPACES.

       01 CAB-03.
          02 FILLER    PIC X(06) VALUE "LOCAL ".
          02 FILLER    PIC X(08) VALUE "CODIGO  ".
          02 FILLER    PIC X(17) VALUE "NOME".
          02 FILLER    PIC X(18) VALUE "QUANTIDADE CONTADA".
          02 FILLER    PIC X(31) VALUE SPACES.

       01 DETALHE-CONT.
          02 LOCAL-REL     PIC X(04).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 COD-REL       PIC 9(05).
          02 FILLER        PIC X(03) VALUE SPACES.
          02 NOME-REL      PIC X(15).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 FILLER        PIC X(18) VALUE "__________________".
          02 FILLER        PIC X(31) VALUE SPACES.

       01 RODAPE-01.
          02 FILLER    PIC X(40)
                    VALUE "CONTADO POR: ____________________  CONFE".
          02 FILLER    PIC X(40)
                    VALUE "RIDO POR: ____________________          ".

       PROCEDURE DIVISION.

       PROGRAMA09.

       PERFORM INICIO.
       PERFORM CARGA-LOCAL UNTIL FIM-LOC EQUAL 1.
       PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1.
       PERFORM TERMINO.

       STOP RUN.

      *    SEM PARAMETRO A FOLHA SAI DO CADASTRO INTEIRO.
       INICIO.
              OPEN INPUT PARCONT.
              READ PARCONT AT END MOVE "F"   TO TIPO-SEL
                                  MOVE ZEROS TO COD-INI
                                  MOVE 99999 TO COD-FIM.
              CLOSE PARCONT.
              IF TIPO-SEL NOT EQUAL "L"
                     MOVE "F" TO TIPO-SEL
              END-IF.
              OPEN INPUT CADESTOQ CADLOCAL
                   OUTPUT CICLO RELCONT.
              MOVE FUNCTION CURRENT-DATE (7:2) TO DIA.
              MOVE FUNCTION CURRENT-DATE (5:2) TO MES.
              MOVE FUNCTION CURRENT-DATE (1:4) TO ANO.
              MOVE LOCAL-SEL TO LOCAL-CAB.
              MOVE COD-INI   TO INI-CAB.
              MOVE COD-FIM   TO FIM-CAB.
              PERFORM LE-CADASTRO.
              PERFORM LE-LOCAL.
       LE-CADASTRO.
              READ CADESTOQ AT END MOVE 1 TO FIM-ARQ.
       LE-LOCAL.
              READ CADLOCAL AT END MOVE 1 TO FIM-LOC.
       CARGA-LOCAL.
              IF IDX-LOC LESS THAN 300
                     ADD 1 TO IDX-LOC
                     MOVE COD-LOC   TO COD-TABL (IDX-LOC)
                     MOVE LOCAL-LOC TO LOCAL-TABL (IDX-LOC)
              END-IF.
              PERFORM LE-LOCAL.

      *    PRODUTO SEM LOCAL CADASTRADO SO ENTRA NA CONTAGEM POR
      *    FAIXA DE CODIGO, COM O LOCAL EM BRANCO NA FOLHA.
       PRINCIPAL.
              PERFORM LOCALIZA-LOCAL.
              IF TIPO-SEL EQUAL "L"
                     IF LOCAL-ITEM EQUAL LOCAL-SEL
                            PERFORM IMPRIME-ITEM
                     END-IF
              ELSE
                     IF CODIGO NOT LESS COD-INI
                     AND CODIGO NOT GREATER COD-FIM
                            PERFORM IMPRIME-ITEM
                     END-IF
              END-IF.
              PERFORM LE-CADASTRO.
       LOCALIZA-LOCAL.
              MOVE 0 TO ACHOU.
              MOVE SPACES TO LOCAL-ITEM.
              PERFORM COMPARA-LOCAL VARYING WS-IND FROM 1 BY 1
                      UNTIL WS-IND GREATER IDX-LOC
                         OR ACHOU EQUAL 1.
       COMPARA-LOCAL.
              IF COD-TABL (WS-IND) EQUAL CODIGO
                     MOVE 1 TO ACHOU
                     MOVE LOCAL-TABL (WS-IND) TO LOCAL-ITEM
              END-IF.
       IMPRIME-ITEM.
              IF CT-LIN GREATER THAN 20
                     PERFORM CABECALHO
              END-IF.
              MOVE LOCAL-ITEM TO LOCAL-REL.
              MOVE CODIGO     TO COD-REL.
              MOVE NOME       TO NOME-REL.
              WRITE REG-ATR FROM DETALHE-CONT AFTER ADVANCING 2 LINES.
              ADD 1 TO CT-LIN.
              MOVE CODIGO     TO COD-CIC.
              MOVE LOCAL-ITEM TO LOCAL-CIC.
              WRITE REG-CIC.
              ADD 1 TO CT-CICLO.
       CABECALHO.
              IF CT-PAG GREATER ZEROS
                     WRITE REG-ATR FROM RODAPE-01
                             AFTER ADVANCING 3 LINES
              END-IF.
              ADD 1 TO CT-PAG.
              MOVE CT-PAG TO VAR-PAG.
              MOVE SPACES TO REG-ATR.
              WRITE REG-ATR AFTER ADVANCING PAGE.
              WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
              IF TIPO-SEL EQUAL "L"
                     WRITE REG-ATR FROM CAB-02-LOCAL
                             AFTER ADVANCING 1 LINE
              ELSE
                     WRITE REG-ATR FROM CAB-02-FAIXA
                             AFTER ADVANCING 1 LINE
              END-IF.
              WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
              MOVE 1 TO CT-LIN.

       TERMINO.
              IF CT-PAG GREATER ZEROS
                     WRITE REG-ATR FROM RODAPE-01
                             AFTER ADVANCING 3 LINES
              END-IF.
              CLOSE CADESTOQ CADLOCAL CICLO RELCONT.
              DISPLAY "ITENS NO CICLO DE CONTAGEM: " CT-CICLO.
              DISPLAY "FOLHAS IMPRESSAS..........: " CT-PAG.
