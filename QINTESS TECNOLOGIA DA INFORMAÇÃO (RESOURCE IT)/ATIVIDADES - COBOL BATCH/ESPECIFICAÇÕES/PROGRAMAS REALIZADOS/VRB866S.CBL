       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB866S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RECARGA (RELOAD) DO MASTER DE TITULOS TITMST A       *
      * PARTIR DA DESCARGA SEQUENCIAL TITBKP DO VRB865S. RECONSTROI O  *
      * CLUSTER (OPEN OUTPUT, GRAVACAO POR NOSSO-NUMERO) E, AO         *
      * ENCONTRAR O TRAILER (NOSSO-NUMERO 9999999999), CONFERE A       *
      * QUANTIDADE, A SOMA DOS NOSSO-NUMEROS E A SOMA DOS VALORES      *
      * CONTRA O QUE FOI EFETIVAMENTE RECARREGADO. QUALQUER            *
      * DIVERGENCIA CANCELA A RECARGA PELO ABENDA31.                   *
      * O PARAMETRO TITRLD (POSICAO 1) ESCOLHE O MODO:                 *
      *   'R' (OU PARAMETRO AUSENTE) = RECARGA DE UMA DESCARGA DO      *
      *       VRB865S - O TRAILER EH OBRIGATORIO;                      *
      *   'C' = CONVERSAO DO ULTIMO TITMST SEQUENCIAL (GERACAO ROLADA  *
      *       ANTIGA, SEM TRAILER) PARA O CLUSTER: O TRAILER NAO EH    *
      *       EXIGIDO E OS TOTAIS SAEM SO NO RESUMO PARA CONFERENCIA   *
      *       DO OPERADOR CONTRA A ULTIMA RODADA.                      *
      * NOSSO-NUMERO REPETIDO NA ENTRADA CANCELA A CARGA NOS DOIS      *
      * MODOS. DEPOIS DA CARGA, O VRB865S TEM QUE RODAR ANTES DE       *
      * QUALQUER PROGRAMA QUE ATUALIZE O TITMST.                       *
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

           SELECT TITRLD         ASSIGN TO TITRLD
           FILE STATUS           IS        WS-FS-RLD.
      *----------------------------------------------------------------*
           SELECT TITBKP         ASSIGN TO TITBKP
           FILE STATUS           IS        WS-FS-BKP.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  TITRLD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RLD.

       01  REG-RLD.
           05 RLD-MODO                     PIC X(01).
           05 FILLER                       PIC X(79).
      *----------------------------------------------------------------*
       FD  TITBKP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BKP.

       01  REG-BKP.
           05 BKP-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(70).

       01  REG-BKP-TRAILER REDEFINES REG-BKP.
           05 TRL-MARCA                    PIC 9(10).
           05 TRL-QTDE                     PIC 9(09).
           05 TRL-SOMA-CHAVES              PIC 9(18).
           05 TRL-SOMA-VALOR               PIC 9(16)V9(02).
           05 FILLER                       PIC X(25).
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
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RLD                       PIC X(02)     VALUE '00'.
       77  WS-FS-BKP                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CONTADORES E TOTAIS DE CONFERENCIA             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-BKP                    PIC 9(07)     VALUE ZEROS.
       77  WS-RECARREGADOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-SOMA-CHAVES                  PIC 9(18)     VALUE ZEROS.
       77  WS-SOMA-VALOR                   PIC 9(16)V9(02) VALUE ZEROS.
       77  WS-TRAILER-LIDO                 PIC X(01)     VALUE 'N'.
           88 WS-TRAILER-LIDO-SIM                        VALUE 'S'.
       77  WS-MODO                         PIC X(01)     VALUE 'R'.
           88 WS-MODO-RECARGA                            VALUE 'R'.
           88 WS-MODO-CONVERSAO                          VALUE 'C'.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB866S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB866S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-RECARGA            THRU  2000-99-RECARGA-EXIT
                   UNTIL WS-FS-BKP         EQUAL '10'
                      OR WS-TRAILER-LIDO-SIM.
           PERFORM 3000-CONFERE-TRAILER    THRU
                   3000-99-CONFERE-TRAILER-EXIT.
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

      *    PARAMETRO AUSENTE OU EM BRANCO VALE COMO RECARGA.
           OPEN  INPUT                     TITRLD.
           IF    WS-FS-RLD                 EQUAL      '00'
                 READ TITRLD
                 IF  WS-FS-RLD             EQUAL      '00'
                 AND RLD-MODO              NOT EQUAL  SPACES
                     MOVE RLD-MODO         TO         WS-MODO
                 END-IF
                 CLOSE TITRLD
           END-IF.

           IF    NOT WS-MODO-RECARGA
           AND   NOT WS-MODO-CONVERSAO
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'MODO INVALIDO NO TITRLD - USE R OU C'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TITBKP.
           IF    WS-FS-BKP                 NOT EQUAL  '00'
                 MOVE WS-FS-BKP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA ENTRADA TITBKP'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER VSAM TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LER-BACKUP   THRU  2100-99-LER-BACKUP-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-RECARGA                        SECTION.
      *================================================================*
           MOVE '2000-RECARGA'             TO         WS-CODIGO-AREA.

           IF  BKP-NOSSO-NUMERO            EQUAL      9999999999
               MOVE 'S'                    TO         WS-TRAILER-LIDO
               GO TO 2000-99-RECARGA-EXIT
           END-IF.

           MOVE REG-BKP                    TO         REG-TIT.
           WRITE REG-TIT.
           IF  WS-FS-TIT                   EQUAL      '22'
               DISPLAY 'NOSSO-NUMERO REPETIDO: ' TIT-NOSSO-NUMERO
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'NOSSO-NUMERO REPETIDO NA ENTRADA TITBKP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
           AND WS-FS-TIT                   NOT EQUAL  '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR O CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-RECARREGADOS.
           ADD  TIT-NOSSO-NUMERO           TO         WS-SOMA-CHAVES.
           ADD  TIT-VALOR                  TO         WS-SOMA-VALOR.

           PERFORM 2100-LER-BACKUP   THRU  2100-99-LER-BACKUP-EXIT.
      *----------------------------------------------------------------*
       2000-99-RECARGA-EXIT.               EXIT.
      *================================================================*
       2100-LER-BACKUP                     SECTION.
      *================================================================*
           MOVE '2100-LER-BACKUP'          TO         WS-CODIGO-AREA.

           READ TITBKP.

           IF  WS-FS-BKP   NOT EQUAL '00'
           AND WS-FS-BKP   NOT EQUAL '10'
               MOVE WS-FS-BKP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ENTRADA TITBKP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-BKP                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-BKP
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-BACKUP-EXIT.            EXIT.
      *================================================================*
       3000-CONFERE-TRAILER                SECTION.
      *================================================================*
      * NA RECARGA, SEM TRAILER NAO HA GARANTIA DE BACKUP INTEGRO; COM *
      * TRAILER (NOS DOIS MODOS), QUANTIDADE E TOTAIS DEVEM BATER COM  *
      * O QUE FOI RECARREGADO.                                         *
      *----------------------------------------------------------------*
           MOVE '3000-CONFERE-TRAILER'     TO         WS-CODIGO-AREA.

           IF  NOT WS-TRAILER-LIDO-SIM
               IF  WS-MODO-CONVERSAO
                   GO TO 3000-99-CONFERE-TRAILER-EXIT
               END-IF
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'BACKUP SEM TRAILER - RECARGA NAO CONFIAVEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  TRL-QTDE                    NOT EQUAL  WS-RECARREGADOS
           OR  TRL-SOMA-CHAVES             NOT EQUAL  WS-SOMA-CHAVES
           OR  TRL-SOMA-VALOR              NOT EQUAL  WS-SOMA-VALOR
               DISPLAY 'TRAILER  QTDE: ' TRL-QTDE
                       ' CHAVES: '        TRL-SOMA-CHAVES
               DISPLAY 'RECARGA  QTDE: ' WS-RECARREGADOS
                       ' CHAVES: '        WS-SOMA-CHAVES
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'TOTAIS DO TRAILER NAO CONFEREM COM A RECARGA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3000-99-CONFERE-TRAILER-EXIT.       EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE TITBKP  TITMST.

           IF  WS-FS-BKP                   NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MODO (R/C)            =    ' WS-MODO.
           DISPLAY '* LIDOS NA ENTRADA      =    ' WS-LIDOS-BKP.
           DISPLAY '* TITULOS CARREGADOS    =    ' WS-RECARREGADOS.
           DISPLAY '* SOMA DOS NOSSO-NUMEROS=    ' WS-SOMA-CHAVES.
           DISPLAY '* SOMA DOS VALORES      =    ' WS-SOMA-VALOR.
           IF  WS-TRAILER-LIDO-SIM
               DISPLAY '* TOTAIS CONFERIDOS OK'
           ELSE
               DISPLAY '* CONVERSAO SEM TRAILER - CONFERIR TOTAIS'
           END-IF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-BKP              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-RECARREGADOS           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB866S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
