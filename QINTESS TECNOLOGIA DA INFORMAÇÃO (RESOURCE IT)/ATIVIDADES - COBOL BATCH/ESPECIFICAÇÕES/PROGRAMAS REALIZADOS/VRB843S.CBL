       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB843S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CARGA DAS RESPOSTAS DA PESQUISA DE SATISFACAO (NPS)  *
      * DEVOLVIDAS PELO FORNECEDOR (NPSRESP: NUMERO DA PESQUISA, NOTA  *
      * 00 A 10 E DATA DA RESPOSTA). AS RESPOSTAS SAO CLASSIFICADAS    *
      * PELO NUMERO E BATIDAS (BALANCE-LINE) CONTRA O HISTORICO NPSHIST*
      * GRAVADO PELO VRB842S, QUE ESTA EM ORDEM DE NUMERO. A PESQUISA  *
      * RESPONDIDA RECEBE A NOTA, A DATA E A SITUACAO 'R' NO HISTORICO *
      * NOVO NPSHISTN. VAO PARA O NPSREJ, COM O MOTIVO: NUMERO SEM     *
      * PESQUISA, NOTA INVALIDA, DATA ANTERIOR AO ENVIO OU FUTURA,     *
      * PESQUISA JA RESPONDIDA E RESPOSTA REPETIDA NO MESMO ARQUIVO.   *
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

           SELECT NPSRESP        ASSIGN TO NPSRESP
           FILE STATUS           IS        WS-FS-RSP.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT NPSRSRT        ASSIGN TO NPSRSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT NPSHIST        ASSIGN TO NPSHIST
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT NPSHISTN       ASSIGN TO NPSHISTN
           FILE STATUS           IS        WS-FS-HISN.
      *----------------------------------------------------------------*
           SELECT NPSREJ         ASSIGN TO NPSREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   RESPOSTAS DEVOLVIDAS PELO FORNECEDOR DA PESQUISA             *
      *----------------------------------------------------------------*
       FD  NPSRESP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RSP.

       01  REG-RSP                         PIC X(80).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-ID                        PIC X(10).
           05 FILLER                       PIC X(70).
      *----------------------------------------------------------------*
       FD  NPSRSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 RSP-ID                       PIC X(10).
           05 RSP-NOTA                     PIC X(02).
           05 RSP-NOTA-N REDEFINES RSP-NOTA
                                           PIC 9(02).
           05 RSP-DATA                     PIC 9(08).
           05 FILLER                       PIC X(60).
      *----------------------------------------------------------------*
      *   HISTORICO DE PESQUISAS NPS (EM ORDEM DE NUMERO)              *
      *----------------------------------------------------------------*
       FD  NPSHIST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-ID                       PIC 9(10).
           05 FILLER                       PIC X(70).
      *----------------------------------------------------------------*
       FD  NPSHISTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-HISN.

       01  REG-HISN                        PIC X(80).
      *----------------------------------------------------------------*
      *   RESPOSTAS REJEITADAS: MOTIVO + REGISTRO ORIGINAL             *
      *----------------------------------------------------------------*
       FD  NPSREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-MOTIVO                   PIC X(20).
           05 REJ-REGISTRO                 PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-HISN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-HIS                    PIC X(10)     VALUE ZEROS.
       77  WS-CHAVE-RSP                    PIC X(10)     VALUE ZEROS.
       77  WS-CHAVE-MENOR                  PIC X(10)     VALUE ZEROS.
       77  WS-CHAVE-ANTERIOR               PIC X(10)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *         PESQUISA DA CHAVE CORRENTE (RETIDA ATE A QUEBRA)       *
      *----------------------------------------------------------------*
       77  WS-TEM-CASO                     PIC X(01)     VALUE 'N'.
           88 WS-TEM-CASO-SIM                            VALUE 'S'.
       77  WS-RESPONDIDA-AGORA             PIC X(01)     VALUE 'N'.
           88 WS-RESPONDIDA-AGORA-SIM                    VALUE 'S'.
       01  WS-CASO.
           05 WS-CAS-ID                    PIC 9(10).
           05 WS-CAS-CPF                   PIC 9(11).
           05 WS-CAS-DATA-ENVIO            PIC 9(08).
           05 WS-CAS-PONTO                 PIC X(01).
           05 WS-CAS-AGENCIA               PIC 9(04).
           05 WS-CAS-CANAL                 PIC X(01).
           05 WS-CAS-DATA-EVENTO           PIC 9(08).
           05 WS-CAS-SITUACAO              PIC X(01).
              88 WS-CAS-RESPONDIDA                       VALUE 'R'.
           05 WS-CAS-NOTA                  PIC 9(02).
           05 WS-CAS-DATA-RESPOSTA         PIC 9(08).
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
       77  WS-DATA-RESPOSTA                PIC 9(08)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-HIS                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-RSP                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-HISN                PIC 9(07)     VALUE ZEROS.
       77  WS-ACEITAS                      PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB843S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB843S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-RESP
               THRU 0100-99-CLASSIFICA-RESP-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-HIS      EQUAL HIGH-VALUES
                     AND WS-CHAVE-RSP      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-RESP                SECTION.
      *================================================================*
      * CLASSIFICA AS RESPOSTAS PELO NUMERO DA PESQUISA, MANTENDO A    *
      * ORDEM DO ARQUIVO ENTRE RESPOSTAS REPETIDAS.                    *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-RESP'     TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-ID
                WITH DUPLICATES IN ORDER
                USING                      NPSRESP
                GIVING                     NPSRSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-RESP-EXIT.       EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '1000-INICIO'              TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           OPEN  INPUT                     NPSHIST.
           IF    WS-FS-HIS                 NOT EQUAL  '00'
                 MOVE WS-FS-HIS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     NPSRSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRABALHO NPSRSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    NPSHISTN.
           IF    WS-FS-HISN                NOT EQUAL  '00'
                 MOVE WS-FS-HISN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO NOVO NPSHISTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    NPSREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS REJEITOS NPSREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-NPSHIST  THRU  1100-99-LER-NPSHIST-EXIT.
           PERFORM 1200-LER-NPSRSRT  THRU  1200-99-LER-NPSRSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-NPSHIST                    SECTION.
      *================================================================*
      * O HISTORICO SO RECEBE NUMEROS CRESCENTES; FORA DE ORDEM O      *
      * BATIMENTO NAO TEM COMO SEGUIR.                                 *
      *----------------------------------------------------------------*
           READ NPSHIST.

           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE '1100-LER-NPSHIST'     TO         WS-CODIGO-AREA
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO NPSHIST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-HIS
               GO TO 1100-99-LER-NPSHIST-EXIT
           END-IF.

           MOVE HIS-ID                     TO         WS-CHAVE-HIS.
           ADD  1                          TO         WS-LIDOS-HIS.
           IF  WS-CHAVE-HIS                NOT GREATER WS-CHAVE-ANTERIOR
               MOVE '1100-LER-NPSHIST'     TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'HISTORICO NPSHIST FORA DE SEQUENCIA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-CHAVE-HIS               TO         WS-CHAVE-ANTERIOR.
      *----------------------------------------------------------------*
       1100-99-LER-NPSHIST-EXIT.           EXIT.
      *================================================================*
       1200-LER-NPSRSRT                    SECTION.
      *================================================================*
           READ NPSRSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-NPSRSRT'     TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO NPSRSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-RSP
           ELSE
               MOVE RSP-ID                 TO         WS-CHAVE-RSP
               ADD  1                      TO         WS-LIDOS-RSP
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-NPSRSRT-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELO NUMERO DA PESQUISA: RETEM A PESQUISA DA      *
      * CHAVE, APLICA AS RESPOSTAS DELA E GRAVA NO HISTORICO NOVO.     *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-HIS               TO         WS-CHAVE-MENOR.
           IF  WS-CHAVE-RSP                LESS       WS-CHAVE-MENOR
               MOVE WS-CHAVE-RSP           TO         WS-CHAVE-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-CASO.
           MOVE 'N'                        TO    WS-RESPONDIDA-AGORA.
           IF  WS-CHAVE-HIS                EQUAL      WS-CHAVE-MENOR
               MOVE REG-HIS                TO         WS-CASO
               MOVE 'S'                    TO         WS-TEM-CASO
               PERFORM 1100-LER-NPSHIST
                   THRU 1100-99-LER-NPSHIST-EXIT
           END-IF.

           PERFORM 2200-APLICA-RESPOSTA
               THRU 2200-99-APLICA-RESPOSTA-EXIT
                   UNTIL WS-CHAVE-RSP      NOT EQUAL  WS-CHAVE-MENOR.

           IF  WS-TEM-CASO-SIM
               PERFORM 2800-GRAVA-CASO
                   THRU 2800-99-GRAVA-CASO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2200-APLICA-RESPOSTA                SECTION.
      *================================================================*
      * RESPOSTA SEM DATA ASSUME O DIA DA CARGA.                       *
      *----------------------------------------------------------------*
           IF  RSP-DATA                    NUMERIC
           AND RSP-DATA                    GREATER    ZEROS
               MOVE RSP-DATA               TO         WS-DATA-RESPOSTA
           ELSE
               MOVE WS-DATA-HOJE           TO         WS-DATA-RESPOSTA
           END-IF.

           IF  NOT WS-TEM-CASO-SIM
           OR  RSP-ID                      NOT NUMERIC
               MOVE 'PESQUISA INEXISTENTE' TO         REJ-MOTIVO
               PERFORM 2700-REJEITA  THRU  2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           IF  RSP-NOTA                    NOT NUMERIC
           OR  RSP-NOTA-N                  GREATER    10
               MOVE 'NOTA INVALIDA'        TO         REJ-MOTIVO
               PERFORM 2700-REJEITA  THRU  2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           IF  WS-DATA-RESPOSTA            LESS       WS-CAS-DATA-ENVIO
           OR  WS-DATA-RESPOSTA            GREATER    WS-DATA-HOJE
               MOVE 'DATA INVALIDA'        TO         REJ-MOTIVO
               PERFORM 2700-REJEITA  THRU  2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           IF  WS-RESPONDIDA-AGORA-SIM
               MOVE 'RESPOSTA REPETIDA'    TO         REJ-MOTIVO
               PERFORM 2700-REJEITA  THRU  2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           IF  WS-CAS-RESPONDIDA
               MOVE 'JA RESPONDIDA'        TO         REJ-MOTIVO
               PERFORM 2700-REJEITA  THRU  2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           MOVE 'R'                        TO         WS-CAS-SITUACAO.
           MOVE RSP-NOTA-N                 TO         WS-CAS-NOTA.
           MOVE WS-DATA-RESPOSTA           TO    WS-CAS-DATA-RESPOSTA.
           MOVE 'S'                        TO    WS-RESPONDIDA-AGORA.
           ADD  1                          TO         WS-ACEITAS.

       2200-90-PROXIMA.
           PERFORM 1200-LER-NPSRSRT  THRU  1200-99-LER-NPSRSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-APLICA-RESPOSTA-EXIT.       EXIT.
      *================================================================*
       2700-REJEITA                        SECTION.
      *================================================================*
           MOVE REG-SRT                    TO         REJ-REGISTRO.
           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE '2700-REJEITA'         TO         WS-CODIGO-AREA
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REJEITOS NPSREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       2800-GRAVA-CASO                     SECTION.
      *================================================================*
           WRITE REG-HISN                  FROM       WS-CASO.
           IF  WS-FS-HISN                  NOT EQUAL  '00'
               MOVE WS-FS-HISN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO NOVO NPSHISTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-HISN.
           MOVE 'N'                        TO         WS-TEM-CASO.
      *----------------------------------------------------------------*
       2800-99-GRAVA-CASO-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE NPSHIST  NPSRSRT  NPSHISTN  NPSREJ.

           IF  WS-FS-HIS                   NOT EQUAL  '00'
           OR  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-HISN                  NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-HISN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NPSHIST         =    ' WS-LIDOS-HIS.
           DISPLAY '* RESPOSTAS LIDAS       =    ' WS-LIDOS-RSP.
           DISPLAY '* RESPOSTAS ACEITAS     =    ' WS-ACEITAS.
           DISPLAY '* RESPOSTAS REJEITADAS  =    ' WS-REJEITADAS.
           DISPLAY '* GRAVADOS NPSHISTN     =    ' WS-GRAVADOS-HISN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-RSP              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-ACEITAS                TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB843S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
