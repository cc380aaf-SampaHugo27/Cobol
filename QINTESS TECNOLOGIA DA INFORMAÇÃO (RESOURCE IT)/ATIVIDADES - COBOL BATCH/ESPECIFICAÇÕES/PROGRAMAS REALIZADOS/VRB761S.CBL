      * VALOR). AS ACEITAS:                                            *
      *   - SAEM COMO REGISTROS TIPO '2' NA REMESSA REMINS (MESMO      *
      *     ENVELOPE HEADER/TRAILER DO REMCOB DO VRB737S);             *
      *   - SAO APLICADAS NO LUGAR NO CLUSTER TITMST (LEITURA PELA     *
      *     CHAVE NOSSO-NUMERO E REGRAVACAO), PARA O VRB738S BAIXAR O  *
      *     RETORNO CONTRA O TITULO JA EMENDADO.                       *
      * REPROVADAS SAEM NO INSREJ COM O MOTIVO.                        *
      * RETOMADA (RSTCTL PARCIAL DO DIA): A REMESSA E OS REJEITOS DA   *
      * RODADA INTERROMPIDA SAO INFORMADOS NAS DDS REMINSA E INSREJA;  *
      * O PROGRAMA RECOPIA DELES SO OS REGISTROS GRAVADOS ATE O ULTIMO *
      * CHECKPOINT, E AS INSTRUCOES SEGUINTES SAO REPROCESSADAS.       *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO LIDO PELA CHAVE *
      *                                   E REGRAVADO NO LUGAR (SEM A  *
      *                                   TABELA DE 5000 TITULOS E SEM *
      *                                   O TITMSTN); DESCARGA DO DIA  *
      *                                   (VRB865S) EXIGIDA NO TITCAT; *
      *                                   COMMIT PELO CMTPARM E        *
      *                                   RESTART POR CHECKPOINT NO    *
      *                                   RSTCTL                       *
      *  15/10/2026 HUGO SAMPAIO          RETOMADA SEM REENVIAR        *
      *                                   INSTRUCOES: REMINS E INSREJ  *
      *                                   ABERTOS OUTPUT E RECOPIADOS  *
      *                                   DA RODADA INTERROMPIDA (DDS  *
      *                                   COM SUFIXO A) SO ATE O ULTIMO*
      *                                   CHECKPOINT                   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           FILE STATUS           IS        WS-FS-INS.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT REMINS         ASSIGN TO REMINS
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT INSREJ         ASSIGN TO INSREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT REMINSA        ASSIGN TO REMINSA
           FILE STATUS           IS        WS-FS-REMA.
      *----------------------------------------------------------------*
           SELECT INSREJA        ASSIGN TO INSREJA
           FILE STATUS           IS        WS-FS-REJA.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *----------------------------------------------------------------*
           SELECT CMTPARM        ASSIGN TO CMTPARM
           FILE STATUS           IS        WS-FS-CMT.
      *----------------------------------------------------------------*
           SELECT RSTCTL         ASSIGN TO RSTCTL
           FILE STATUS           IS        WS-FS-RST.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 FILLER                       PIC X(30).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

              88 TIT-PROTESTADO                        VALUE 'T'.
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  REMINS
           LABEL       RECORD   STANDARD
           05 REJ-VALOR-ABATIMENTO         PIC 9(09)V9(02).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(30).
      *----------------------------------------------------------------*
      *   REMESSA E REJEITOS DA RODADA INTERROMPIDA (SO NA RETOMADA)   *
      *----------------------------------------------------------------*
       FD  REMINSA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REMA.

       01  REG-REMA                        PIC X(80).
      *----------------------------------------------------------------*
       FD  INSREJA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 90 CHARACTERS
           DATA RECORD IS       REG-REJA.

       01  REG-REJA                        PIC X(90).
      *----------------------------------------------------------------*
      *   CATALOGO DAS DESCARGAS DE SEGURANCA DO TITMST (VRB865S)      *
      *----------------------------------------------------------------*
       FD  TITCAT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TCAT.

       01  REG-TCAT.
           05 TCAT-SEQ                     PIC 9(06).
           05 TCAT-DATA                    PIC 9(08).
           05 TCAT-HORA                    PIC 9(06).
           05 TCAT-QTDE                    PIC 9(09).
           05 TCAT-SOMA-CHAVES             PIC 9(18).
           05 TCAT-SOMA-VALOR              PIC 9(16)V9(02).
           05 TCAT-SITUACAO                PIC X(01).
              88 TCAT-GERACAO-ATIVA                    VALUE 'A'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  CMTPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CMT.

       01  REG-CMT.
           05 CMT-INTERVALO                PIC 9(05).
           05 FILLER                       PIC X(75).
      *----------------------------------------------------------------*
       FD  RSTCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-RST  REG-RST-CONT.

       01  REG-RST.
           05 RST-PROGRAMA                 PIC X(08).
           05 RST-DATA                     PIC 9(08).
           05 RST-CHAVE                    PIC 9(10).
           05 RST-QTDE-LIDOS               PIC 9(07).
           05 RST-QTDE-GRAVADOS            PIC 9(07).
           05 RST-STATUS                   PIC X(01).
              88 RST-STATUS-PARCIAL                     VALUE 'P'.
              88 RST-STATUS-COMPLETO                    VALUE 'C'.
           05 FILLER                       PIC X(19).

      *    SEGUNDO REGISTRO: TOTAIS DAS SAIDAS ATE O CHECKPOINT
       01  REG-RST-CONT.
           05 RSTC-PRORROGADOS             PIC 9(07).
           05 RSTC-ABATIDOS                PIC 9(07).
           05 RSTC-PROTESTADOS             PIC 9(07).
           05 RSTC-CANCELADOS              PIC 9(07).
           05 RSTC-REJEITADOS              PIC 9(07).
           05 RSTC-INSTR-REMESSA           PIC 9(07).
           05 RSTC-VALOR-ABATIDO           PIC 9(13)V9(02).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       77  WS-FS-INS                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REMA                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJA                      PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA DO MASTER TITMST           *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
       77  WS-FS-CMT                       PIC X(02)     VALUE '00'.
       77  WS-FS-RST                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *        COMMIT POR REGISTRO E RESTART NO MEIO DO ARQUIVO        *
      *----------------------------------------------------------------*
       77  WS-COMMIT-INTERVALO             PIC 9(05)     VALUE ZEROS.
       77  WS-DESDE-COMMIT                 PIC 9(05)     VALUE ZEROS.
       77  WS-QTDE-PULAR                   PIC 9(07)     VALUE ZEROS.
       77  WS-RST-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-EM-RESTART                   PIC X(01)     VALUE 'N'.
           88 WS-EM-RESTART-SIM                          VALUE 'S'.
       77  WS-QTDE-COPIAR                  PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-COPIADOS                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-INSTR-REMESSA                PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-ABATIDO-TOT            PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-REAPLICADOS                  PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO A CRITICA DA INSTRUCAO                   *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-REAPLICA                     PIC X(01)     VALUE 'N'.
           88 WS-REAPLICA-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-INS         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           PERFORM 0500-VERIFICA-BACKUP
               THRU 0500-99-VERIFICA-BACKUP-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  I-O                       TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TITINS.
           IF    WS-FS-INS                 NOT EQUAL  '00'
                 MOVE WS-FS-INS            TO         WS-AREA-STAT
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0600-PREPARA-RESTART
               THRU 0600-99-PREPARA-RESTART-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    REMINS  INSREJ.
           IF    WS-FS-REM                 NOT EQUAL  '00'
                 MOVE WS-FS-REM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA REMINS'
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO INSREJ'
                 PERFORM 9999-CANCELA
           END-IF.

      *    NA RETOMADA A REMESSA (HEADER INCLUSO) E OS REJEITOS RECEBEM
      *    DE VOLTA SO O QUE A RODADA INTERROMPIDA GRAVOU ATE O ULTIMO
      *    CHECKPOINT; O TRAILER SAI COM OS TOTAIS RETOMADOS.
           IF    WS-EM-RESTART-SIM
                 PERFORM 0800-COPIA-SAIDAS
                     THRU 0800-99-COPIA-SAIDAS-EXIT
                 MOVE  '1000-INICIO'       TO         WS-CODIGO-AREA
                 PERFORM 0650-PULA-PROCESSADAS
                     THRU 0650-99-PULA-PROCESSADAS-EXIT
                         UNTIL WS-QTDE-PULAR EQUAL ZEROS
                            OR WS-FS-INS     EQUAL '10'
                 GO TO 1000-50-PRIMEIRA
           END-IF.

           MOVE SPACES                     TO         REG-REM.
           MOVE '0'                        TO         REM-TIPO-REG.
           MOVE 'VRB761S'                  TO         REMH-ORIGEM.
           MOVE WS-DATA-HOJE               TO         REMH-DATA-GERACAO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

       1000-50-PRIMEIRA.
           PERFORM 1200-LER-TITINS   THRU  1200-99-LER-TITINS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       0500-VERIFICA-BACKUP                SECTION.
      *================================================================*
      * ATUALIZACAO NO LUGAR DO CLUSTER TITMST: SO RODA COM DESCARGA DE*
      * SEGURANCA DO VRB865S FEITA NO PROPRIO DIA (GERACAO ATIVA NO    *
      * CATALOGO TITCAT). A RECUPERACAO DE UMA RODADA PERDIDA EH A     *
      * RECARGA DO CLUSTER PELO VRB866S A PARTIR DESSA DESCARGA.       *
      *----------------------------------------------------------------*
           MOVE '0500-VERIFICA-BACKUP'     TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-BKP-DATA-HOJE.
           MOVE 'N'                        TO         WS-BKP-DO-DIA.

           OPEN  INPUT                     TITCAT.
           IF    WS-FS-TCAT                NOT EQUAL  '00'
                 MOVE WS-FS-TCAT           TO         WS-AREA-STAT
                 MOVE 'SEM CATALOGO TITCAT - RODAR VRB865S ANTES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0550-LE-TITCAT THRU 0550-99-LE-TITCAT-EXIT
                   UNTIL WS-FS-TCAT        EQUAL      '10'.

           CLOSE TITCAT.

           IF    NOT WS-BKP-DO-DIA-SIM
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'SEM DESCARGA DO DIA NO TITCAT - RODAR VRB865S'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0500-99-VERIFICA-BACKUP-EXIT.       EXIT.
      *================================================================*
       0550-LE-TITCAT                      SECTION.
      *================================================================*
           READ  TITCAT.
           IF  WS-FS-TCAT  NOT EQUAL '00'
           AND WS-FS-TCAT  NOT EQUAL '10'
               MOVE WS-FS-TCAT             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TCAT                  EQUAL      '00'
           AND TCAT-GERACAO-ATIVA
           AND TCAT-DATA                   EQUAL      WS-BKP-DATA-HOJE
               MOVE 'S'                    TO         WS-BKP-DO-DIA
           END-IF.
      *----------------------------------------------------------------*
       0550-99-LE-TITCAT-EXIT.             EXIT.
      *================================================================*
       0600-PREPARA-RESTART                SECTION.
      *================================================================*
      * LE O INTERVALO DE COMMIT (CMTPARM) E O CONTROLE DE RESTART     *
      * (RSTCTL). UM RESTART DO MESMO DIA COM STATUS PARCIAL PULA AS   *
      * INSTRUCOES JA APLICADAS E RETOMA OS TOTAIS DO CHECKPOINT.      *
      *----------------------------------------------------------------*
           MOVE '0600-PREPARA-RESTART'     TO    WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-RST-DATA-HOJE.

           OPEN  INPUT                     CMTPARM.
           IF    WS-FS-CMT                 EQUAL '00'
                 READ CMTPARM
                 IF  WS-FS-CMT             EQUAL '00'
                     MOVE CMT-INTERVALO    TO    WS-COMMIT-INTERVALO
                 END-IF
                 CLOSE CMTPARM
           END-IF.

           OPEN  INPUT                     RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 GO TO 0600-99-PREPARA-RESTART-EXIT
           END-IF.

           READ  RSTCTL.
           IF    WS-FS-RST                 EQUAL '00'
           AND   RST-PROGRAMA              EQUAL 'VRB761S'
           AND   RST-DATA                  EQUAL WS-RST-DATA-HOJE
           AND   RST-STATUS-PARCIAL
                 MOVE 'S'                  TO    WS-EM-RESTART
                 MOVE RST-QTDE-LIDOS       TO    WS-QTDE-PULAR
                 DISPLAY 'RESTART PARCIAL DETECTADO NO RSTCTL'
                 DISPLAY 'PULANDO INSTRUCOES JA APLICADAS: '
                         WS-QTDE-PULAR
                 DISPLAY 'ULTIMA CHAVE COMMITADA: ' RST-CHAVE
                 READ RSTCTL
                 IF  WS-FS-RST             EQUAL '00'
                     MOVE RSTC-PRORROGADOS TO    WS-PRORROGADOS
                     MOVE RSTC-ABATIDOS    TO    WS-ABATIDOS
                     MOVE RSTC-PROTESTADOS TO    WS-PROTESTADOS
                     MOVE RSTC-CANCELADOS  TO    WS-CANCELADOS
                     MOVE RSTC-REJEITADOS  TO    WS-REJEITADOS
                     MOVE RSTC-INSTR-REMESSA
                                           TO    WS-INSTR-REMESSA
                     MOVE RSTC-VALOR-ABATIDO
                                           TO    WS-VALOR-ABATIDO-TOT
                 END-IF
           END-IF.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       0600-99-PREPARA-RESTART-EXIT.       EXIT.
      *================================================================*
       0650-PULA-PROCESSADAS               SECTION.
      *================================================================*
           PERFORM 1200-LER-TITINS   THRU  1200-99-LER-TITINS-EXIT.
           IF  WS-FS-INS                   EQUAL '00'
               SUBTRACT 1                  FROM  WS-QTDE-PULAR
           END-IF.
      *----------------------------------------------------------------*
       0650-99-PULA-PROCESSADAS-EXIT.      EXIT.
      *================================================================*
       0700-GRAVA-CHECKPOINT               SECTION.
      *================================================================*
      * REGRAVA O CONTROLE DE RESTART COM A CHAVE E A QUANTIDADE DA    *
      * ULTIMA INSTRUCAO PROCESSADA (COMMIT DE REGISTRO) E OS TOTAIS   *
      * DA REMESSA ATE ELA.                                            *
      *----------------------------------------------------------------*
           MOVE '0700-GRAVA-CHECKPOINT'    TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 MOVE    WS-FS-RST         TO    WS-AREA-STAT
                 MOVE    'ERRO AO REGRAVAR CONTROLE RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           INITIALIZE REG-RST.
           MOVE 'VRB761S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE INS-NOSSO-NUMERO           TO    RST-CHAVE.
           MOVE WS-LIDOS-INS               TO    RST-QTDE-LIDOS.
           MOVE WS-INSTR-REMESSA           TO    RST-QTDE-GRAVADOS.
           MOVE 'P'                        TO    RST-STATUS.
           WRITE REG-RST.

           INITIALIZE REG-RST-CONT.
           MOVE WS-PRORROGADOS             TO    RSTC-PRORROGADOS.
           MOVE WS-ABATIDOS                TO    RSTC-ABATIDOS.
           MOVE WS-PROTESTADOS             TO    RSTC-PROTESTADOS.
           MOVE WS-CANCELADOS              TO    RSTC-CANCELADOS.
           MOVE WS-REJEITADOS              TO    RSTC-REJEITADOS.
           MOVE WS-INSTR-REMESSA           TO    RSTC-INSTR-REMESSA.
           MOVE WS-VALOR-ABATIDO-TOT       TO    RSTC-VALOR-ABATIDO.
           WRITE REG-RST-CONT.
           CLOSE RSTCTL.

           MOVE ZEROS                      TO    WS-DESDE-COMMIT.
      *----------------------------------------------------------------*
       0700-99-GRAVA-CHECKPOINT-EXIT.      EXIT.
      *================================================================*
       0800-COPIA-SAIDAS                   SECTION.
      *================================================================*
      * RETOMADA: A REMESSA REMINS EH RECOPIADA ATE O HEADER MAIS AS   *
      * INSTRUCOES CONTADAS NO RSTCTL, E O INSREJ ATE OS REJEITADOS    *
      * DELE. O QUE FOI GRAVADO DEPOIS DO CHECKPOINT SAI DE NOVO NO    *
      * REPROCESSAMENTO DAS INSTRUCOES SEGUINTES.                      *
      *----------------------------------------------------------------*
           MOVE '0800-COPIA-SAIDAS'        TO    WS-CODIGO-AREA.

           OPEN  INPUT                     REMINSA.
           IF    WS-FS-REMA                NOT EQUAL '00'
                 MOVE WS-FS-REMA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM A REMINSA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           COMPUTE WS-QTDE-COPIAR = WS-INSTR-REMESSA + 1.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0810-COPIA-REMINS THRU 0810-99-COPIA-REMINS-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-QTDE-COPIAR.
           CLOSE REMINSA.

           OPEN  INPUT                     INSREJA.
           IF    WS-FS-REJA                NOT EQUAL '00'
                 MOVE WS-FS-REJA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM O INSREJA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0820-COPIA-INSREJ THRU 0820-99-COPIA-INSREJ-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-REJEITADOS.
           CLOSE INSREJA.

           DISPLAY 'SAIDAS RECOPIADAS ATE O CHECKPOINT - INSTRUCOES: '
                   WS-INSTR-REMESSA ' REJEITOS: ' WS-REJEITADOS.
      *----------------------------------------------------------------*
       0800-99-COPIA-SAIDAS-EXIT.          EXIT.
      *================================================================*
       0810-COPIA-REMINS                   SECTION.
      *================================================================*
           READ  REMINSA.
           IF    WS-FS-REMA                NOT EQUAL '00'
                 MOVE WS-FS-REMA           TO    WS-AREA-STAT
                 MOVE 'REMINSA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  REG-REMA                  TO    REG-REM.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0810-99-COPIA-REMINS-EXIT.          EXIT.
      *================================================================*
       0820-COPIA-INSREJ                   SECTION.
      *================================================================*
           READ  INSREJA.
           IF    WS-FS-REJA                NOT EQUAL '00'
                 MOVE WS-FS-REJA           TO    WS-AREA-STAT
                 MOVE 'INSREJA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           WRITE REG-REJ                   FROM  REG-REJA.
           IF    WS-FS-REJ                 NOT EQUAL '00'
                 MOVE WS-FS-REJ            TO    WS-AREA-STAT
                 MOVE 'ERRO AO RECOPIAR ARQUIVO INSREJ'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0820-99-COPIA-INSREJ-EXIT.          EXIT.
      *================================================================*
       1200-LER-TITINS                     SECTION.
      *================================================================*
           PERFORM 2600-GRAVA-INSTR-REMESSA
               THRU 2600-99-GRAVA-INSTR-REMESSA-EXIT.

      *    ABATIMENTO NAO SE RECONHECE NO TITULO DEPOIS DE APLICADO:
      *    O CHECKPOINT VAI LOGO APOS A REGRAVACAO, FORA DO INTERVALO.
           IF  INS-ABATIMENTO
           AND WS-COMMIT-INTERVALO         GREATER ZEROS
               MOVE WS-COMMIT-INTERVALO    TO    WS-DESDE-COMMIT
               PERFORM 0700-GRAVA-CHECKPOINT
                   THRU 0700-99-GRAVA-CHECKPOINT-EXIT
           END-IF.

       2000-50-PROXIMA.
           IF  WS-COMMIT-INTERVALO         GREATER ZEROS
               ADD 1                       TO    WS-DESDE-COMMIT
               IF  WS-DESDE-COMMIT     NOT LESS  WS-COMMIT-INTERVALO
                   PERFORM 0700-GRAVA-CHECKPOINT
                       THRU 0700-99-GRAVA-CHECKPOINT-EXIT
               END-IF
           END-IF.

           PERFORM 1200-LER-TITINS   THRU  1200-99-LER-TITINS-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-CRITICA-INSTRUCAO              SECTION.
      *================================================================*
           MOVE '2100-CRITICA-INSTRUCAO'   TO         WS-CODIGO-AREA.
           MOVE SPACES                     TO         WS-MOTIVO-REJ.
           MOVE 'N'                        TO         WS-REAPLICA.

           IF  NOT INS-CODIGO-VALIDO
               MOVE 'CODIGO DE INSTRUCAO INVALIDO'
               GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
           END-IF.

           MOVE INS-NOSSO-NUMERO           TO         TIT-NOSSO-NUMERO.
           READ  TITMST.
           IF  WS-FS-TIT                   EQUAL      '23'
               MOVE 'TITULO NAO CONSTA NO MASTER'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LIDOS-TIT.

      * NA RETOMADA, A INSTRUCAO QUE JA APARECE APLICADA NO TITULO FOI
      * REGRAVADA PELA RODADA INTERROMPIDA DEPOIS DO ULTIMO CHECKPOINT:
      * NAO SE REGRAVA DE NOVO, MAS VOLTA A REMESSA RECOPIADA (QUE SO
      * VAI ATE O CHECKPOINT) E AOS TOTAIS - SAI UMA UNICA VEZ.
           IF  WS-EM-RESTART-SIM
               IF  (INS-PRORROGA  AND TIT-DATA-VENCTO EQUAL
                                      INS-DATA-NOVA)
               OR  (INS-PROTESTO  AND TIT-PROTESTADO)
               OR  (INS-CANCELA   AND TIT-BAIXADO)
                   MOVE 'S'                TO         WS-REAPLICA
                   ADD  1                  TO         WS-REAPLICADOS
                   GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
               END-IF
           END-IF.

           IF  TIT-SITUACAO                EQUAL      'P'
               MOVE 'TITULO JA LIQUIDADO'  TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
           END-IF.

           IF  TIT-SITUACAO                EQUAL      'B'
               MOVE 'TITULO JA BAIXADO'    TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
           END-IF.

           IF  INS-PRORROGA
               IF  INS-DATA-NOVA       NOT GREATER
                   TIT-DATA-VENCTO
                   MOVE 'NOVA DATA NAO POSTERIOR AO VENCTO'
                                           TO         WS-MOTIVO-REJ
               END-IF
                   GO TO 2100-99-CRITICA-INSTRUCAO-EXIT
               END-IF
               IF  INS-VALOR-ABATIMENTO NOT LESS
                   TIT-VALOR
                   MOVE 'ABATIMENTO NAO MENOR QUE O TITULO'
                                           TO         WS-MOTIVO-REJ
               END-IF
           END-IF.

           IF  INS-PROTESTO
           AND TIT-SITUACAO                EQUAL      'T'
               MOVE 'TITULO JA EM PROTESTO'
                                           TO         WS-MOTIVO-REJ
           END-IF.

           EVALUATE TRUE
               WHEN INS-PRORROGA
                   MOVE INS-DATA-NOVA      TO         TIT-DATA-VENCTO
                   ADD  1                  TO         WS-PRORROGADOS
               WHEN INS-ABATIMENTO
                   SUBTRACT INS-VALOR-ABATIMENTO
                       FROM TIT-VALOR
                   ADD  INS-VALOR-ABATIMENTO
                                           TO       WS-VALOR-ABATIDO-TOT
                   ADD  1                  TO         WS-ABATIDOS
               WHEN INS-PROTESTO
                   MOVE 'T'                TO         TIT-SITUACAO
                   ADD  1                  TO         WS-PROTESTADOS
               WHEN OTHER
                   MOVE 'B'                TO         TIT-SITUACAO
                   ADD  1                  TO         WS-CANCELADOS
           END-EVALUATE.

           IF  WS-REAPLICA-SIM
               GO TO 2500-99-APLICA-INSTRUCAO-EXIT
           END-IF.

           REWRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2500-99-APLICA-INSTRUCAO-EXIT.      EXIT.
      *================================================================*
           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       2800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       7000-GRAVA-REMESSA                  SECTION.
      *================================================================*
           MOVE WS-VALOR-ABATIDO-TOT       TO         REMT-VALOR-TOTAL.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           CLOSE TITINS  REMINS  INSREJ  TITMST.

           IF  WS-FS-INS                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* INSTRUCOES LIDAS      =    ' WS-LIDOS-INS.
           DISPLAY '* TITULOS LOCALIZADOS   =    ' WS-LIDOS-TIT.
           DISPLAY '* PRORROGACOES          =    ' WS-PRORROGADOS.
           DISPLAY '* ABATIMENTOS           =    ' WS-ABATIDOS.
           DISPLAY '* ENVIOS A PROTESTO     =    ' WS-PROTESTADOS.
           DISPLAY '* CANCELAMENTOS         =    ' WS-CANCELADOS.
           DISPLAY '* INSTRUCOES REJEITADAS =    ' WS-REJEITADOS.
           DISPLAY '* VALOR ABATIDO TOTAL   =    ' WS-VALOR-ABATIDO-TOT.
           DISPLAY '* REFEITAS NA RETOMADA  =    ' WS-REAPLICADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
           MOVE  WS-LIDOS-INS              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-INSTR-REMESSA          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.

           PERFORM 5600-FECHA-RESTART
               THRU 5600-99-FECHA-RESTART-EXIT.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       5600-FECHA-RESTART                  SECTION.
      *================================================================*
      * TERMINO NORMAL: O CONTROLE DE RESTART FICA COMPLETO ('C').     *
      *----------------------------------------------------------------*
           MOVE '5600-FECHA-RESTART'       TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 GO TO 5600-99-FECHA-RESTART-EXIT
           END-IF.

           INITIALIZE REG-RST.
           MOVE 'VRB761S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE WS-LIDOS-INS               TO    RST-QTDE-LIDOS.
           MOVE WS-INSTR-REMESSA           TO    RST-QTDE-GRAVADOS.
           MOVE 'C'                        TO    RST-STATUS.
           WRITE REG-RST.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       5600-99-FECHA-RESTART-EXIT.         EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
