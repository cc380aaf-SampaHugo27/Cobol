       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB865S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DESCARGA (UNLOAD) DE SEGURANCA DO MASTER DE TITULOS  *
      * TITMST, AGORA UM CLUSTER INDEXADO POR NOSSO-NUMERO ATUALIZADO  *
      * NO PROPRIO LUGAR (SEM O ROLO TITMST -> TITMSTN). COPIA O       *
      * CLUSTER INTEIRO, EM SEQUENCIA DE CHAVE, PARA O SEQUENCIAL      *
      * TITBKP E GRAVA NO FINAL UM TRAILER DE CONTROLE (NOSSO-NUMERO   *
      * 9999999999) COM A QUANTIDADE DE TITULOS, A SOMA DOS NOSSO-     *
      * NUMEROS E A SOMA DOS VALORES, QUE A RECARGA VRB866S CONFERE    *
      * ANTES DE RECONSTRUIR O CLUSTER.                                *
      * CADA DESCARGA GANHA UMA GERACAO NO CATALOGO TITCAT (MESMO      *
      * LAYOUT E MESMO ROLO DO BKPCAT DO VRB714S: FICAM VIGENTES AS N  *
      * ULTIMAS DO BKPPARM, AS DEMAIS VIRAM 'E'); O CATALOGO NOVO SAI  *
      * EM TITCATN. OS PROGRAMAS QUE ATUALIZAM O TITMST (VRB737S,      *
      * VRB738S, VRB761S, VRB767S, VRB793S, VRB799S E VRB801S) SO      *
      * RODAM QUANDO EXISTE GERACAO ATIVA COM A DATA DO DIA.           *
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

           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT TITBKP         ASSIGN TO TITBKP
           FILE STATUS           IS        WS-FS-BKP.
      *----------------------------------------------------------------*
           SELECT BKPPARM        ASSIGN TO BKPPARM
           FILE STATUS           IS        WS-FS-PRM.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-CAT.
      *----------------------------------------------------------------*
           SELECT TITCATN        ASSIGN TO TITCATN
           FILE STATUS           IS        WS-FS-CATN.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

       01  REG-TIT.
           05 TIT-NOSSO-NUMERO             PIC 9(10).
           05 TIT-SOCIO                    PIC 9(06).
           05 TIT-NOME                     PIC X(30).
           05 TIT-VALOR                    PIC 9(09)V9(02).
           05 TIT-DATA-VENCTO              PIC 9(08).
           05 TIT-SITUACAO                 PIC X(01).
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  TITBKP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BKP.

       01  REG-BKP                         PIC X(80).

       01  REG-BKP-TRAILER REDEFINES REG-BKP.
           05 TRL-MARCA                    PIC 9(10).
           05 TRL-QTDE                     PIC 9(09).
           05 TRL-SOMA-CHAVES              PIC 9(18).
           05 TRL-SOMA-VALOR               PIC 9(16)V9(02).
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
       FD  BKPPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-GERACOES                 PIC 9(02).
           05 FILLER                       PIC X(78).
      *----------------------------------------------------------------*
       FD  TITCAT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CAT.

       01  REG-CAT.
           05 CAT-SEQ                      PIC 9(06).
           05 CAT-DATA                     PIC 9(08).
           05 CAT-HORA                     PIC 9(06).
           05 CAT-QTDE                     PIC 9(09).
           05 CAT-SOMA-CHAVES              PIC 9(18).
           05 CAT-SOMA-VALOR               PIC 9(16)V9(02).
           05 CAT-SITUACAO                 PIC X(01).
              88 CAT-GERACAO-ATIVA                     VALUE 'A'.
              88 CAT-GERACAO-EXPIRADA                  VALUE 'E'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  TITCATN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CATN.

       01  REG-CATN.
           05 CATN-SEQ                     PIC 9(06).
           05 CATN-DATA                    PIC 9(08).
           05 CATN-HORA                    PIC 9(06).
           05 CATN-QTDE                    PIC 9(09).
           05 CATN-SOMA-CHAVES             PIC 9(18).
           05 CATN-SOMA-VALOR              PIC 9(16)V9(02).
           05 CATN-SITUACAO                PIC X(01).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-BKP                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CATN                      PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CONTADORES E TOTAIS DE CONFERENCIA             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-BKP                 PIC 9(07)     VALUE ZEROS.
       77  WS-SOMA-CHAVES                  PIC 9(18)     VALUE ZEROS.
       77  WS-SOMA-VALOR                   PIC 9(16)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 CATALOGO DE GERACOES                           *
      *----------------------------------------------------------------*
       77  WS-GERACOES-N                   PIC 9(02)     VALUE ZEROS.
       77  WS-ATIVAS-ANTES                 PIC 9(03)     VALUE ZEROS.
       77  WS-A-EXPIRAR                    PIC 9(03)     VALUE ZEROS.
       77  WS-EXPIRADAS                    PIC 9(03)     VALUE ZEROS.
       77  WS-MAIOR-SEQ                    PIC 9(06)     VALUE ZEROS.
       77  WS-GRAVADOS-CAT                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB865S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB865S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-COPIA              THRU  2000-99-COPIA-EXIT
                   UNTIL WS-FS-TIT         EQUAL '10'.
           PERFORM 3000-GRAVA-TRAILER      THRU
                   3000-99-GRAVA-TRAILER-EXIT.
           PERFORM 4500-ROLA-CATALOGO      THRU
                   4500-99-ROLA-CATALOGO-EXIT.
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

           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER VSAM TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    TITBKP.
           IF    WS-FS-BKP                 NOT EQUAL  '00'
                 MOVE WS-FS-BKP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO BACKUP TITBKP'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LER-TITMST   THRU  2100-99-LER-TITMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-COPIA                          SECTION.
      *================================================================*
           MOVE '2000-COPIA'               TO         WS-CODIGO-AREA.

           WRITE REG-BKP                   FROM       REG-TIT.
           IF  WS-FS-BKP                   NOT EQUAL  '00'
               MOVE WS-FS-BKP              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR BACKUP TITBKP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-BKP.
           ADD  TIT-NOSSO-NUMERO           TO         WS-SOMA-CHAVES.
           ADD  TIT-VALOR                  TO         WS-SOMA-VALOR.

           PERFORM 2100-LER-TITMST   THRU  2100-99-LER-TITMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-COPIA-EXIT.                 EXIT.
      *================================================================*
       2100-LER-TITMST                     SECTION.
      *================================================================*
           MOVE '2100-LER-TITMST'          TO         WS-CODIGO-AREA.

           READ TITMST.

           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER VSAM TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TIT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-TIT
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-TITMST-EXIT.            EXIT.
      *================================================================*
       3000-GRAVA-TRAILER                  SECTION.
      *================================================================*
           MOVE '3000-GRAVA-TRAILER'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-BKP.
           MOVE 9999999999                 TO         TRL-MARCA.
           MOVE WS-GRAVADOS-BKP            TO         TRL-QTDE.
           MOVE WS-SOMA-CHAVES             TO         TRL-SOMA-CHAVES.
           MOVE WS-SOMA-VALOR              TO         TRL-SOMA-VALOR.
           WRITE REG-BKP.

           IF  WS-FS-BKP                   NOT EQUAL  '00'
               MOVE WS-FS-BKP              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TRAILER DO BACKUP TITBKP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3000-99-GRAVA-TRAILER-EXIT.         EXIT.
      *================================================================*
       4500-ROLA-CATALOGO                  SECTION.
      *================================================================*
      * ROLO DO CATALOGO DE GERACOES: DUAS PASSADAS NO TITCAT (CONTA   *
      * AS ATIVAS, DEPOIS COPIA EXPIRANDO AS MAIS VELHAS ALEM DE N-1)  *
      * E A GERACAO DESTA DESCARGA ENTRA NO FIM COM SITUACAO 'A'.      *
      *----------------------------------------------------------------*
           MOVE '4500-ROLA-CATALOGO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     BKPPARM.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO BKPPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  BKPPARM.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
           OR    PRM-GERACOES              EQUAL      ZEROS
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'BKPPARM VAZIO OU N DE GERACOES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PRM-GERACOES              TO         WS-GERACOES-N.
           CLOSE BKPPARM.

      * PASSADA 1: CONTA AS GERACOES ATIVAS E ACHA O MAIOR SEQ.
           OPEN  INPUT                     TITCAT.
           IF    WS-FS-CAT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CAT
           ELSE
           IF    WS-FS-CAT                 NOT EQUAL  '00'
                 MOVE WS-FS-CAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF
           END-IF.

           PERFORM 4550-CONTA-ATIVAS THRU 4550-99-CONTA-ATIVAS-EXIT
                   UNTIL WS-FS-CAT         EQUAL '10'.

           IF    WS-FS-CAT                 EQUAL      '10'
                 CLOSE TITCAT
                 MOVE '00'                 TO         WS-FS-CAT
           END-IF.

           IF    WS-ATIVAS-ANTES       NOT LESS       WS-GERACOES-N
                 COMPUTE WS-A-EXPIRAR = WS-ATIVAS-ANTES
                                      - WS-GERACOES-N + 1
           ELSE
                 MOVE ZEROS                TO         WS-A-EXPIRAR
           END-IF.

      * PASSADA 2: COPIA PARA O CATALOGO NOVO EXPIRANDO AS MAIS VELHAS.
           OPEN  OUTPUT                    TITCATN.
           IF    WS-FS-CATN                NOT EQUAL  '00'
                 MOVE WS-FS-CATN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CATALOGO NOVO TITCATN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TITCAT.
           IF    WS-FS-CAT                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CAT
           END-IF.

           PERFORM 4600-COPIA-GERACAO THRU 4600-99-COPIA-GERACAO-EXIT
                   UNTIL WS-FS-CAT         EQUAL '10'.

           IF    WS-FS-CAT                 EQUAL      '10'
                 CLOSE TITCAT
                 MOVE '00'                 TO         WS-FS-CAT
           END-IF.

      * A GERACAO DESTA DESCARGA ENTRA ATIVA NO FIM DO CATALOGO.
           MOVE SPACES                     TO         REG-CATN.
           COMPUTE CATN-SEQ = WS-MAIOR-SEQ + 1.
           ACCEPT CATN-DATA                FROM       DATE YYYYMMDD.
           ACCEPT CATN-HORA                FROM       TIME.
           MOVE WS-GRAVADOS-BKP            TO         CATN-QTDE.
           MOVE WS-SOMA-CHAVES             TO         CATN-SOMA-CHAVES.
           MOVE WS-SOMA-VALOR              TO         CATN-SOMA-VALOR.
           MOVE 'A'                        TO         CATN-SITUACAO.
           PERFORM 4700-GRAVA-CATALOGO
               THRU 4700-99-GRAVA-CATALOGO-EXIT.

           CLOSE TITCATN.
           IF    WS-FS-CATN                NOT EQUAL  '00'
                 MOVE WS-FS-CATN           TO         WS-AREA-STAT
                 MOVE 'ERRO NO FECHAMENTO DO CATALOGO TITCATN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4500-99-ROLA-CATALOGO-EXIT.         EXIT.
      *================================================================*
       4550-CONTA-ATIVAS                   SECTION.
      *================================================================*
           READ  TITCAT.
           IF  WS-FS-CAT   NOT EQUAL '00'
           AND WS-FS-CAT   NOT EQUAL '10'
               MOVE WS-FS-CAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CAT                   EQUAL      '00'
               IF  CAT-GERACAO-ATIVA
                   ADD  1                  TO         WS-ATIVAS-ANTES
               END-IF
               IF  CAT-SEQ                 GREATER    WS-MAIOR-SEQ
                   MOVE CAT-SEQ            TO         WS-MAIOR-SEQ
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       4550-99-CONTA-ATIVAS-EXIT.          EXIT.
      *================================================================*
       4600-COPIA-GERACAO                  SECTION.
      *================================================================*
           READ  TITCAT.
           IF  WS-FS-CAT   NOT EQUAL '00'
           AND WS-FS-CAT   NOT EQUAL '10'
               MOVE WS-FS-CAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CAT                   NOT EQUAL  '00'
               GO TO 4600-99-COPIA-GERACAO-EXIT
           END-IF.

           MOVE REG-CAT                    TO         REG-CATN.
           IF  CAT-GERACAO-ATIVA
           AND WS-EXPIRADAS                LESS       WS-A-EXPIRAR
               MOVE 'E'                    TO         CATN-SITUACAO
               ADD  1                      TO         WS-EXPIRADAS
           END-IF.
           PERFORM 4700-GRAVA-CATALOGO
               THRU 4700-99-GRAVA-CATALOGO-EXIT.
      *----------------------------------------------------------------*
       4600-99-COPIA-GERACAO-EXIT.         EXIT.
      *================================================================*
       4700-GRAVA-CATALOGO                 SECTION.
      *================================================================*
           WRITE REG-CATN.
           IF  WS-FS-CATN                  NOT EQUAL  '00'
               MOVE WS-FS-CATN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CATALOGO TITCATN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-CAT.
      *----------------------------------------------------------------*
       4700-99-GRAVA-CATALOGO-EXIT.        EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE TITMST  TITBKP.

           IF  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-BKP                   NOT EQUAL  '00'
               MOVE WS-FS-BKP              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* TITULOS LIDOS         =    ' WS-LIDOS-TIT.
           DISPLAY '* TITULOS NO BACKUP     =    ' WS-GRAVADOS-BKP.
           DISPLAY '* SOMA DOS NOSSO-NUMEROS=    ' WS-SOMA-CHAVES.
           DISPLAY '* SOMA DOS VALORES      =    ' WS-SOMA-VALOR.
           DISPLAY '* GERACOES NO CATALOGO  =    ' WS-GRAVADOS-CAT.
           DISPLAY '* GERACOES EXPIRADAS    =    ' WS-EXPIRADAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TIT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-BKP           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB865S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
