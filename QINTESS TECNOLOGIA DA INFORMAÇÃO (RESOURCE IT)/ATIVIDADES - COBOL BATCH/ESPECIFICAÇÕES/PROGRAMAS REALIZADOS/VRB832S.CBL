       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB832S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CARGA DA BASE DE CEP DOS CORREIOS (DNE) NO MASTER    *
      * DE REFERENCIA CEPMST (CHAVE CEP). O EXTRATO CEPDNE VEM DA      *
      * BASE DNE JA ACHATADO, UM REGISTRO POR CEP, COM O TIPO:         *
      *   L - CEP DE LOGRADOURO (UM SO LOGRADOURO NO CEP);             *
      *   G - CEP GERAL DA LOCALIDADE (CIDADE COM CEP UNICO);          *
      *   U - GRANDE USUARIO;                                          *
      *   C - CAIXA POSTAL COMUNITARIA.                                *
      * O EXTRATO EH CLASSIFICADO POR CEP E CADA REGISTRO EH CRITICADO *
      * (CEP NUMERICO E NAO ZERADO, TIPO, UF VALIDA, CIDADE E - NO     *
      * TIPO L - LOGRADOURO OBRIGATORIOS, CEP NAO REPETIDO). CIDADE E  *
      * LOGRADOURO SAO GRAVADOS NA FORMA PADRAO DO CADASTRO: MAIUSCULAS*
      * E SEM ACENTO; O LOGRADOURO EH O TIPO SEGUIDO DO NOME (RUA DAS  *
      * FLORES). REGISTRO REPROVADO SAI NO CEPREJ COM O MOTIVO.        *
      * O CEPMST EH RECRIADO A CADA CARGA E EH LIDO PELA CRITICA DO    *
      * CADEND (VRB750S) E PELA VARREDURA DE CORRECAO (VRB833S).       *
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

           SELECT CEPDNE         ASSIGN TO CEPDNE
           FILE STATUS           IS        WS-FS-DNE.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT CEPSRT         ASSIGN TO CEPSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT CEPMST         ASSIGN TO CEPMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        CEP-CEP
           FILE STATUS           IS        WS-FS-CEP.
      *----------------------------------------------------------------*
           SELECT CEPREJ         ASSIGN TO CEPREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   EXTRATO DA BASE DNE DOS CORREIOS, UM REGISTRO POR CEP        *
      *----------------------------------------------------------------*
       FD  CEPDNE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-DNE.

       01  REG-DNE                         PIC X(200).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CEP                       PIC X(08).
           05 FILLER                       PIC X(192).
      *----------------------------------------------------------------*
       FD  CEPSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CEP                      PIC X(08).
           05 SRT-CEP-N REDEFINES SRT-CEP  PIC 9(08).
           05 SRT-TIPO                     PIC X(01).
              88 SRT-TIPO-CEP-LOGRADOURO                VALUE 'L'.
              88 SRT-TIPO-VALIDO                        VALUE 'L' 'G'
                                                              'U' 'C'.
           05 SRT-TIPO-LOGRADOURO          PIC X(20).
           05 SRT-NOME-LOGRADOURO          PIC X(60).
           05 SRT-BAIRRO                   PIC X(30).
           05 SRT-CIDADE                   PIC X(40).
           05 SRT-UF                       PIC X(02).
              88 SRT-UF-VALIDA              VALUE 'AC' 'AL' 'AM' 'AP'
                                                  'BA' 'CE' 'DF' 'ES'
                                                  'GO' 'MA' 'MG' 'MS'
                                                  'MT' 'PA' 'PB' 'PE'
                                                  'PI' 'PR' 'RJ' 'RN'
                                                  'RO' 'RR' 'RS' 'SC'
                                                  'SE' 'SP' 'TO'.
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
      *   MASTER DE REFERENCIA DE CEP (DNE), CHAVE CEP                 *
      *----------------------------------------------------------------*
       FD  CEPMST
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-CEP.

       01  REG-CEP.
           05 CEP-CEP                      PIC 9(08).
           05 CEP-TIPO                     PIC X(01).
              88 CEP-TIPO-LOGRADOURO                    VALUE 'L'.
           05 CEP-LOGRADOURO               PIC X(40).
           05 CEP-BAIRRO                   PIC X(30).
           05 CEP-CIDADE                   PIC X(40).
           05 CEP-UF                       PIC X(02).
           05 CEP-DATA-CARGA               PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  CEPREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-CEP                      PIC X(08).
           05 REJ-TIPO                     PIC X(01).
           05 REJ-CIDADE                   PIC X(40).
           05 REJ-UF                       PIC X(02).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-DNE                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CEP                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SRT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CEP                 PIC 9(07)     VALUE ZEROS.
       77  WS-CEPS-LOGRADOURO              PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO A CRITICA E A PADRONIZACAO               *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-CEP-ANTERIOR                 PIC X(08)     VALUE SPACES.
       77  WS-LOGRADOURO                   PIC X(82)     VALUE SPACES.
       77  WS-CIDADE                       PIC X(40)     VALUE SPACES.
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB832S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB832S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-DNE
               THRU 0100-99-CLASSIFICA-DNE-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SRT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-DNE                 SECTION.
      *================================================================*
      * O CEPMST EH GRAVADO EM SEQUENCIA DE CHAVE: CLASSIFICA O        *
      * EXTRATO POR CEP ANTES DA CARGA.                                *
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '0100-CLASSIFICA-DNE'      TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           SORT SORTWK
                ASCENDING KEY              SW-CEP
                USING                      CEPDNE
                GIVING                     CEPSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-DNE-EXIT.        EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CEPSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB CEPSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CEPMST.
           IF    WS-FS-CEP                 NOT EQUAL  '00'
                 MOVE WS-FS-CEP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER CEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CEPREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO CEPREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-CEPSRT   THRU  1100-99-LER-CEPSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-CEPSRT                     SECTION.
      *================================================================*
           READ CEPSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1100-LER-CEPSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO CEPSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SRT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-CEPSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           PERFORM 2100-CRITICA-DNE  THRU  2100-99-CRITICA-DNE-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
           ELSE
               PERFORM 2200-GRAVA-CEPMST
                   THRU 2200-99-GRAVA-CEPMST-EXIT
           END-IF.

           MOVE SRT-CEP                    TO         WS-CEP-ANTERIOR.
           PERFORM 1100-LER-CEPSRT   THRU  1100-99-LER-CEPSRT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-CRITICA-DNE                    SECTION.
      *================================================================*
           MOVE SPACES                     TO         WS-MOTIVO-REJ.

           IF  SRT-CEP                     NOT NUMERIC
           OR  SRT-CEP                     EQUAL      '00000000'
               MOVE 'CEP INVALIDO'         TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DNE-EXIT
           END-IF.

           IF  SRT-CEP                     EQUAL      WS-CEP-ANTERIOR
               MOVE 'CEP REPETIDO NO EXTRATO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DNE-EXIT
           END-IF.

           IF  NOT SRT-TIPO-VALIDO
               MOVE 'TIPO DE CEP INVALIDO' TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DNE-EXIT
           END-IF.

           IF  NOT SRT-UF-VALIDA
               MOVE 'UF INVALIDA'          TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DNE-EXIT
           END-IF.

           IF  SRT-CIDADE                  EQUAL      SPACES
               MOVE 'CIDADE OBRIGATORIA'   TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DNE-EXIT
           END-IF.

           IF  SRT-TIPO-CEP-LOGRADOURO
           AND SRT-NOME-LOGRADOURO         EQUAL      SPACES
               MOVE 'CEP DE LOGRADOURO SEM NOME'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CRITICA-DNE-EXIT.           EXIT.
      *================================================================*
       2200-GRAVA-CEPMST                   SECTION.
      *================================================================*
      * CIDADE, BAIRRO E LOGRADOURO NA FORMA PADRAO DO CADASTRO:       *
      * MAIUSCULAS E SEM ACENTO.                                       *
      *----------------------------------------------------------------*
           MOVE '2200-GRAVA-CEPMST'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-CEP.
           MOVE SRT-CEP-N                  TO         CEP-CEP.
           MOVE SRT-TIPO                   TO         CEP-TIPO.
           MOVE SRT-UF                     TO         CEP-UF.
           MOVE WS-DATA-HOJE               TO         CEP-DATA-CARGA.

           MOVE SRT-CIDADE                 TO         WS-CIDADE.
           INSPECT WS-CIDADE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CIDADE CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           MOVE WS-CIDADE                  TO         CEP-CIDADE.

           MOVE SRT-BAIRRO                 TO         WS-CIDADE.
           INSPECT WS-CIDADE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CIDADE CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           MOVE WS-CIDADE                  TO         CEP-BAIRRO.

           IF  SRT-NOME-LOGRADOURO         NOT EQUAL  SPACES
               MOVE SPACES                 TO         WS-LOGRADOURO
               IF  SRT-TIPO-LOGRADOURO     EQUAL      SPACES
                   MOVE SRT-NOME-LOGRADOURO TO        WS-LOGRADOURO
               ELSE
                   STRING SRT-TIPO-LOGRADOURO DELIMITED BY '  '
                          ' '                 DELIMITED BY SIZE
                          SRT-NOME-LOGRADOURO DELIMITED BY '  '
                          INTO WS-LOGRADOURO
               END-IF
               INSPECT WS-LOGRADOURO CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WS-LOGRADOURO CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'
               MOVE WS-LOGRADOURO          TO         CEP-LOGRADOURO
           END-IF.

           WRITE REG-CEP.
           IF  WS-FS-CEP                   NOT EQUAL  '00'
               MOVE WS-FS-CEP              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER CEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-CEP.
           IF  CEP-TIPO-LOGRADOURO
               ADD  1                      TO         WS-CEPS-LOGRADOURO
           END-IF.
      *----------------------------------------------------------------*
       2200-99-GRAVA-CEPMST-EXIT.          EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE '2800-GRAVA-REJEITO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE SRT-CEP                    TO         REJ-CEP.
           MOVE SRT-TIPO                   TO         REJ-TIPO.
           MOVE SRT-CIDADE                 TO         REJ-CIDADE.
           MOVE SRT-UF                     TO         REJ-UF.
           MOVE WS-MOTIVO-REJ              TO         REJ-MOTIVO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO CEPREJ'
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

           CLOSE CEPSRT  CEPMST  CEPREJ.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-CEP                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-CEP              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO EXTRATO DNE  =    ' WS-LIDOS-SRT.
           DISPLAY '* GRAVADOS EM CEPMST    =    ' WS-GRAVADOS-CEP.
           DISPLAY '*   CEPS DE LOGRADOURO  =    ' WS-CEPS-LOGRADOURO.
           DISPLAY '* REJEITADOS EM CEPREJ  =    ' WS-REJEITADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-SRT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-CEP           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB832S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
