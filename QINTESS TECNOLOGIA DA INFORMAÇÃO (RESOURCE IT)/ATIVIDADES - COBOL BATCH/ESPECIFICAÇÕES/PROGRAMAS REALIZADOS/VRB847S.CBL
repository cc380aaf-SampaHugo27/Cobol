       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB847S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES DOS SOCIOS DO  *
      * CLUBE (DEPMST). O CADSOC1/CADSOC2 SO CONHECE O TITULAR; ESTE   *
      * PROGRAMA APLICA AS TRANSACOES DEPTRN (I=INCLUSAO, A=ALTERACAO, *
      * E=EXCLUSAO, POR SOCIO + SEQUENCIA DO DEPENDENTE) SOBRE O       *
      * MASTER DEPMST, GERANDO O DEPMSTN (BALANCE-LINE, MESMO PADRAO   *
      * DO VRB762S). A SEQUENCIA 00 EH RESERVADA AO PROPRIO TITULAR,   *
      * CUJO CPF LOCALIZA O ENDERECO NO CADEND PARA AS CARTAS DO       *
      * VRB848S. CRITICAS:                                             *
      *   - TIPO VALIDO; INCLUSAO EXIGE CHAVE NOVA; ALTERACAO/EXCLUSAO *
      *     EXIGEM CHAVE EXISTENTE;                                    *
      *   - SOCIO CADASTRADO NO CADSOC1 (BATIDO EM PARALELO, MESMA     *
      *     ORDEM DE SOCIO);                                           *
      *   - NOME PREENCHIDO; PARENTESCO VALIDO (T/C/F/E/O), SENDO 'T'  *
      *     EXCLUSIVO DA SEQUENCIA 00;                                 *
      *   - DIGITO VERIFICADOR DO CPF (ROTINA VRB660S);                *
      *   - DATA DE NASCIMENTO VALIDA E NAO FUTURA.                    *
      * DEPENDENTE NOVO ENTRA COM SITUACAO 'A' (ATIVO); A MARCACAO DE  *
      * LIMITE DE IDADE ('L') EH FEITA PELO MENSAL VRB848S E A         *
      * ALTERACAO PRESERVA SITUACAO E DATA DE CONVERSAO.               *
      * TRANSACAO REPROVADA SAI NO DEPREJ COM O MOTIVO.                *
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

           SELECT DEPTRN         ASSIGN TO DEPTRN
           FILE STATUS           IS        WS-FS-TRN.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT DEPMSTN        ASSIGN TO DEPMSTN
           FILE STATUS           IS        WS-FS-MSTN.
      *----------------------------------------------------------------*
           SELECT DEPREJ         ASSIGN TO DEPREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  DEPTRN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TRN.

       01  REG-TRN.
           05 TRN-TIPO                     PIC X(01).
              88 TRN-TIPO-INCLUSAO                      VALUE 'I'.
              88 TRN-TIPO-ALTERACAO                     VALUE 'A'.
              88 TRN-TIPO-EXCLUSAO                      VALUE 'E'.
              88 TRN-TIPO-VALIDO                        VALUE 'I' 'A'
                                                              'E'.
           05 TRN-CHAVE.
              10 TRN-SOCIO                 PIC 9(06).
              10 TRN-SEQ                   PIC 9(02).
           05 TRN-NOME                     PIC X(30).
           05 TRN-CPF                      PIC 9(11).
           05 TRN-PARENTESCO               PIC X(01).
              88 TRN-PAR-TITULAR                        VALUE 'T'.
              88 TRN-PAR-VALIDO                         VALUE 'T' 'C'
                                                          'F' 'E' 'O'.
           05 TRN-DATA-NASCTO              PIC 9(08).
           05 TRN-DATA-NASCTO-R            REDEFINES
              TRN-DATA-NASCTO.
              10 TRN-NAS-ANO               PIC 9(04).
              10 TRN-NAS-MES               PIC 9(02).
              10 TRN-NAS-DIA               PIC 9(02).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  DEPMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-MST.

       01  REG-MST.
           05 DEP-CHAVE.
              10 DEP-SOCIO                 PIC 9(06).
              10 DEP-SEQ                   PIC 9(02).
           05 DEP-NOME                     PIC X(30).
           05 DEP-CPF                      PIC 9(11).
           05 DEP-PARENTESCO               PIC X(01).
           05 DEP-DATA-NASCTO              PIC 9(08).
           05 DEP-SITUACAO                 PIC X(01).
              88 DEP-SIT-ATIVO                          VALUE 'A'.
              88 DEP-SIT-LIMITE                         VALUE 'L'.
           05 DEP-DATA-CONVERSAO           PIC 9(08).
           05 FILLER                       PIC X(33).
      *----------------------------------------------------------------*
       FD  DEPMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-MSTN.

       01  REG-MSTN.
           05 DEPN-SOCIO                   PIC 9(06).
           05 DEPN-SEQ                     PIC 9(02).
           05 DEPN-NOME                    PIC X(30).
           05 DEPN-CPF                     PIC 9(11).
           05 DEPN-PARENTESCO              PIC X(01).
           05 DEPN-DATA-NASCTO             PIC 9(08).
           05 DEPN-SITUACAO                PIC X(01).
           05 DEPN-DATA-CONVERSAO          PIC 9(08).
           05 FILLER                       PIC X(33).
      *----------------------------------------------------------------*
       FD  DEPREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-TIPO                     PIC X(01).
           05 REJ-SOCIO                    PIC 9(06).
           05 REJ-SEQ                      PIC 9(02).
           05 REJ-NOME                     PIC X(30).
           05 REJ-CPF                      PIC 9(11).
           05 REJ-PARENTESCO               PIC X(01).
           05 REJ-DATA-NASCTO              PIC 9(08).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  CADSOC1
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SOC.

       01  REG-SOC.
           05 CODIGO-PAGAMENTO1            PIC 9(02).
           05 NUMERO-SOCIO1                PIC 9(06).
           05 NOME-SOCIO1                  PIC X(30).
           05 VALOR-PAGAMENTO1             PIC 9(09)V99.
           05 VALOR-PAGO-PARCIAL1          PIC 9(09)V99.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TRN                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-MST-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-MST                    PIC X(08)     VALUE ZEROS.
       77  WS-CHAVE-TRN                    PIC X(08)     VALUE ZEROS.
       77  WS-SOCIO-CAD                    PIC X(06)     VALUE ZEROS.
       77  WS-SOCIO-TRN-X                  PIC X(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TRN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-INCLUIDOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-ALTERADOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-EXCLUIDOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO A CRITICA DA TRANSACAO                   *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*
       01  WS-CPF-PARM.
           05 WS-CPF-PARM-CPF              PIC 9(11).
           05 WS-CPF-PARM-SIT              PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB847S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB847S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-MST         EQUAL '10'
                     AND WS-FS-TRN         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           OPEN  INPUT                     DEPTRN.
           IF    WS-FS-TRN                 NOT EQUAL  '00'
                 MOVE WS-FS-TRN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEPTRN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-MST
                 MOVE HIGH-VALUES          TO         WS-CHAVE-MST
           ELSE
           IF    WS-FS-MST                 NOT EQUAL  '00'
                 MOVE WS-FS-MST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           ELSE
                 MOVE 'S'                  TO         WS-MST-ABERTO
           END-IF
           END-IF.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DEPMSTN.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DEPREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEPREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   NOT EQUAL  '10'
               PERFORM 1100-LER-DEPMST THRU 1100-99-LER-DEPMST-EXIT
           END-IF.
           PERFORM 1200-LER-DEPTRN   THRU  1200-99-LER-DEPTRN-EXIT.
           PERFORM 1300-LER-CADSOC1  THRU  1300-99-LER-CADSOC1-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-DEPMST                     SECTION.
      *================================================================*
           MOVE '1100-LER-DEPMST'          TO         WS-CODIGO-AREA.

           READ DEPMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MST
           ELSE
               MOVE DEP-CHAVE              TO         WS-CHAVE-MST
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-DEPMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-DEPTRN                     SECTION.
      *================================================================*
           MOVE '1200-LER-DEPTRN'          TO         WS-CODIGO-AREA.

           READ DEPTRN.

           IF  WS-FS-TRN   NOT EQUAL '00'
           AND WS-FS-TRN   NOT EQUAL '10'
               MOVE WS-FS-TRN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DEPTRN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TRN                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-TRN
           ELSE
               MOVE TRN-CHAVE              TO         WS-CHAVE-TRN
               ADD  1                      TO         WS-LIDOS-TRN
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-DEPTRN-EXIT.            EXIT.
      *================================================================*
       1300-LER-CADSOC1                    SECTION.
      *================================================================*
           MOVE '1300-LER-CADSOC1'         TO         WS-CODIGO-AREA.

           READ CADSOC1.

           IF  WS-FS-SOC   NOT EQUAL '00'
           AND WS-FS-SOC   NOT EQUAL '10'
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SOC                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-SOCIO-CAD
           ELSE
               MOVE NUMERO-SOCIO1          TO         WS-SOCIO-CAD
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-CADSOC1-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE POR SOCIO + SEQUENCIA (PADRAO VRB762S): MASTER    *
      * MENOR COPIA; TRANSACAO MENOR EH INCLUSAO; IGUAL EH ALTERACAO   *
      * OU EXCLUSAO.                                                   *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  WS-CHAVE-MST                LESS       WS-CHAVE-TRN
               MOVE REG-MST                TO         REG-MSTN
               PERFORM 2700-GRAVA-DEPMSTN
                   THRU 2700-99-GRAVA-DEPMSTN-EXIT
               PERFORM 1100-LER-DEPMST THRU 1100-99-LER-DEPMST-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           PERFORM 2100-CRITICA-TRANSACAO
               THRU 2100-99-CRITICA-TRANSACAO-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
               PERFORM 1200-LER-DEPTRN THRU 1200-99-LER-DEPTRN-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           IF  WS-CHAVE-TRN                LESS       WS-CHAVE-MST
      *        INCLUSAO DE DEPENDENTE NOVO
               MOVE TRN-SOCIO              TO         DEPN-SOCIO
               MOVE TRN-SEQ                TO         DEPN-SEQ
               MOVE TRN-NOME               TO         DEPN-NOME
               MOVE TRN-CPF                TO         DEPN-CPF
               MOVE TRN-PARENTESCO         TO         DEPN-PARENTESCO
               MOVE TRN-DATA-NASCTO        TO         DEPN-DATA-NASCTO
               MOVE 'A'                    TO         DEPN-SITUACAO
               MOVE ZEROS                  TO       DEPN-DATA-CONVERSAO
               MOVE SPACES                 TO         REG-MSTN (68:33)
               PERFORM 2700-GRAVA-DEPMSTN
                   THRU 2700-99-GRAVA-DEPMSTN-EXIT
               ADD  1                      TO         WS-INCLUIDOS
               PERFORM 1200-LER-DEPTRN THRU 1200-99-LER-DEPTRN-EXIT
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

      *    CHAVES IGUAIS: ALTERACAO REGRAVA, EXCLUSAO DESCARTA
           IF  TRN-TIPO-ALTERACAO
               MOVE REG-MST                TO         REG-MSTN
               MOVE TRN-NOME               TO         DEPN-NOME
               MOVE TRN-CPF                TO         DEPN-CPF
               MOVE TRN-PARENTESCO         TO         DEPN-PARENTESCO
               MOVE TRN-DATA-NASCTO        TO         DEPN-DATA-NASCTO
               PERFORM 2700-GRAVA-DEPMSTN
                   THRU 2700-99-GRAVA-DEPMSTN-EXIT
               ADD  1                      TO         WS-ALTERADOS
           ELSE
               ADD  1                      TO         WS-EXCLUIDOS
           END-IF.

           PERFORM 1100-LER-DEPMST   THRU  1100-99-LER-DEPMST-EXIT.
           PERFORM 1200-LER-DEPTRN   THRU  1200-99-LER-DEPTRN-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-CRITICA-TRANSACAO              SECTION.
      *================================================================*
           MOVE SPACES                     TO         WS-MOTIVO-REJ.

           IF  NOT TRN-TIPO-VALIDO
               MOVE 'TIPO DE TRANSACAO INVALIDO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  WS-CHAVE-TRN                LESS       WS-CHAVE-MST
           AND NOT TRN-TIPO-INCLUSAO
               MOVE 'DEPENDENTE NAO CADASTRADO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  WS-CHAVE-TRN                EQUAL      WS-CHAVE-MST
           AND TRN-TIPO-INCLUSAO
               MOVE 'DEPENDENTE JA CADASTRADO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-TIPO-EXCLUSAO
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

      *    O CADSOC1 ANDA JUNTO COM AS TRANSACOES (MESMA ORDEM DE SOCIO)
           MOVE TRN-SOCIO                  TO         WS-SOCIO-TRN-X.
           PERFORM 1300-LER-CADSOC1  THRU  1300-99-LER-CADSOC1-EXIT
                   UNTIL WS-SOCIO-CAD      NOT LESS   WS-SOCIO-TRN-X.
           IF  WS-SOCIO-CAD                NOT EQUAL  WS-SOCIO-TRN-X
               MOVE 'SOCIO INEXISTENTE NO CADSOC1'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-NOME                    EQUAL      SPACES
               MOVE 'NOME NAO INFORMADO'   TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  NOT TRN-PAR-VALIDO
               MOVE 'PARENTESCO INVALIDO'  TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  (TRN-SEQ EQUAL ZEROS AND NOT TRN-PAR-TITULAR)
           OR  (TRN-SEQ NOT EQUAL ZEROS AND TRN-PAR-TITULAR)
               MOVE 'SEQUENCIA 00 SO PARA TITULAR'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-CPF                     NOT NUMERIC
               MOVE 'CPF INVALIDO'         TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.
           MOVE TRN-CPF                    TO         WS-CPF-PARM-CPF.
           CALL 'VRB660S'                  USING      WS-CPF-PARM.
           IF  WS-CPF-PARM-SIT             EQUAL      'N'
               MOVE 'CPF INVALIDO'         TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-DATA-NASCTO             NOT NUMERIC
           OR  TRN-NAS-MES                 LESS       1
           OR  TRN-NAS-MES                 GREATER    12
           OR  TRN-NAS-DIA                 LESS       1
           OR  TRN-NAS-DIA                 GREATER    31
               MOVE 'DATA DE NASCIMENTO INVALIDA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-DATA-NASCTO             GREATER    WS-DATA-HOJE
               MOVE 'DATA DE NASCIMENTO FUTURA'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CRITICA-TRANSACAO-EXIT.     EXIT.
      *================================================================*
       2700-GRAVA-DEPMSTN                  SECTION.
      *================================================================*
           MOVE '2700-GRAVA-DEPMSTN'       TO         WS-CODIGO-AREA.

           WRITE REG-MSTN.
           IF  WS-FS-MSTN                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MSTN.
      *----------------------------------------------------------------*
       2700-99-GRAVA-DEPMSTN-EXIT.         EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE '2800-GRAVA-REJEITO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE TRN-TIPO                   TO         REJ-TIPO.
           MOVE TRN-SOCIO                  TO         REJ-SOCIO.
           MOVE TRN-SEQ                    TO         REJ-SEQ.
           MOVE TRN-NOME                   TO         REJ-NOME.
           MOVE TRN-CPF                    TO         REJ-CPF.
           MOVE TRN-PARENTESCO             TO         REJ-PARENTESCO.
           MOVE TRN-DATA-NASCTO            TO         REJ-DATA-NASCTO.
           MOVE WS-MOTIVO-REJ              TO         REJ-MOTIVO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DEPREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       2800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DEPTRN  DEPMSTN  DEPREJ  CADSOC1.
           IF  WS-MST-ABERTO               EQUAL      'S'
               CLOSE DEPMST
           END-IF.

           IF  WS-FS-TRN                   NOT EQUAL  '00'
           OR  WS-FS-MSTN                  NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-SOC                   NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* TRANSACOES LIDAS      =    ' WS-LIDOS-TRN.
           DISPLAY '* DEPENDENTES ANTERIORES=    ' WS-LIDOS-MST.
           DISPLAY '* GRAVADOS EM DEPMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* DEPENDENTES INCLUIDOS =    ' WS-INCLUIDOS.
           DISPLAY '* DEPENDENTES ALTERADOS =    ' WS-ALTERADOS.
           DISPLAY '* DEPENDENTES EXCLUIDOS =    ' WS-EXCLUIDOS.
           DISPLAY '* TRANSACOES REJEITADAS =    ' WS-REJEITADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TRN              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-MSTN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB847S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
