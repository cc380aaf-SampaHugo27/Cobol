       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         ENTCHK31.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CONFERENCIA DE ENTRADA DOS JOBS QUE CONSOMEM ARQUIVO *
      * RECEBIDO DE FORA (SERDLT, RETORNO, RETDEB, RESCHAM, OBITOLST). *
      * O MONITOR DE CHEGADA VRB867S, QUANDO O ARQUIVO PASSA DO HORARIO*
      * LIMITE SEM CHEGAR, REGISTRA OS JOBS DEPENDENTES NO RUNCTRL COM *
      * CHECKPOINT 'I' (PULADO POR FALTA DE ENTRADA). O PROGRAMA CHAMA *
      * ESTA ROTINA NO INICIO:                                         *
      *   1. VARRE O RUNCTRL GUARDANDO O ULTIMO REGISTRO DO PROGRAMA; *
      *      SO ESTA PULADO SE ESSE ULTIMO REGISTRO FOR 'I' DA DATA DE *
      *      HOJE OU DA VESPERA (O MONITOR RODA NA NOITE DO DIA D E O  *
      *      CONSUMIDOR DEPOIS DA MEIA-NOITE, JA NO DIA D+1). RODADA   *
      *      POSTERIOR ('C', 'P'...) DESFAZ A MARCACAO;                *
      *   2. SE FOI PULADO: CONSULTA O PARAMETRO OPCIONAL FORCPARM (O  *
      *      MESMO DA DBLRUN31) - COM FORCE 'F' O OPERADOR LIBERA O    *
      *      JOB PARA O ARQUIVO QUE CHEGOU DEPOIS DO CORTE E A ROTINA  *
      *      DEVOLVE 'S'; SEM FORCE DEVOLVE 'P' E O CHAMADOR ENCERRA   *
      *      NORMALMENTE, SEM ABEND E SEM NOVO REGISTRO NO RUNCTRL.    *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          ACEITA O REGISTRO 'I' DA     *
      *                                   VESPERA (CONSUMIDOR QUE RODA *
      *                                   DEPOIS DA MEIA-NOITE), PELA  *
      *                                   ROTINA DE CALENDARIO VRB670S *
      *  15/10/2026 HUGO SAMPAIO          VALE O ULTIMO REGISTRO DO    *
      *                                   PROGRAMA NO RUNCTRL: RODADA  *
      *                                   GRAVADA DEPOIS DO 'I' LIBERA *
      *                                   O PROGRAMA NO DIA SEGUINTE   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *================================================================*
       CONFIGURATION                       SECTION.
      *----------------------------------------------------------------*
       SOURCE-COMPUTER.                    IBM-PC.
       OBJECT-COMPUTER.                    IBM-PC.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                        SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

           SELECT RUNCTRL        ASSIGN TO RUNCTRL
           FILE STATUS           IS        WS-FS-RUN.
      *----------------------------------------------------------------*
           SELECT FORCPARM       ASSIGN TO FORCPARM
           FILE STATUS           IS        WS-FS-FOR.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  RUNCTRL
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-RUNCTL.

       01  REG-RUNCTL.
           05 RC-PROGRAMA                   PIC X(08).
           05 RC-DATA                       PIC 9(08).
           05 RC-HORA                       PIC 9(06).
           05 RC-CHECKPOINT                 PIC X(01).
           05 RC-QTDE-LIDOS                 PIC 9(07).
           05 RC-QTDE-GRAVADOS              PIC 9(07).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  FORCPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-FOR.

       01  REG-FOR.
           05 FOR-PROGRAMA                 PIC X(08).
           05 FOR-INDICADOR                PIC X(01).
              88 FOR-INDICADOR-FORCE                   VALUE 'F'.
           05 FILLER                       PIC X(71).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-RUN                       PIC X(02)   VALUE SPACES.
       77  WS-FS-FOR                       PIC X(02)   VALUE SPACES.
       77  WS-DATA-HOJE                    PIC 9(08)   VALUE ZEROS.
       77  WS-PULADO                       PIC X(01)   VALUE 'N'.
           88 WS-PULADO-SIM                            VALUE 'S'.
       77  WS-TEM-FORCE                    PIC X(01)   VALUE 'N'.
           88 WS-TEM-FORCE-SIM                         VALUE 'S'.
       77  WS-ULT-CHECKPOINT               PIC X(01)   VALUE SPACES.
       77  WS-ULT-DATA                     PIC 9(08)   VALUE ZEROS.
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE             PIC 9(08).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO        PIC 9(08).
           05  WS-DP-RETORNO               PIC X(01).
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  ENTCHK31-PARM.
           05  ENTCHK31-PROGRAMA           PIC X(08).
           05  ENTCHK31-RETORNO            PIC X(01).
               88  ENTCHK31-RETORNO-RODA               VALUE 'S'.
               88  ENTCHK31-RETORNO-PULA               VALUE 'P'.
      *================================================================*
       PROCEDURE                           DIVISION
                                            USING ENTCHK31-PARM.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           MOVE 'S'                        TO    ENTCHK31-RETORNO.
           ACCEPT WS-DATA-HOJE             FROM  DATE YYYYMMDD.

           PERFORM 1000-CONSULTA-RUNCTRL
               THRU 1000-99-CONSULTA-RUNCTRL-EXIT.

           IF  NOT WS-PULADO-SIM
               GOBACK
           END-IF.

           PERFORM 2000-CONSULTA-FORCE
               THRU 2000-99-CONSULTA-FORCE-EXIT.

           IF  NOT WS-TEM-FORCE-SIM
               MOVE 'P'                    TO    ENTCHK31-RETORNO
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-CONSULTA-RUNCTRL               SECTION.
      *================================================================*
      * O RUNCTRL EH GRAVADO EM ORDEM CRONOLOGICA (EXTEND): VALE O     *
      * ULTIMO REGISTRO DO PROGRAMA. SE FOR 'I' DA DATA DE HOJE OU DA  *
      * VESPERA, O MONITOR DE CHEGADA JA DECLAROU A ENTRADA PERDIDA E  *
      * NENHUMA RODADA FOI REGISTRADA DEPOIS. RUNCTRL INEXISTENTE (35) *
      * LIBERA.                                                        *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO    WS-PULADO.
           MOVE SPACES                     TO    WS-ULT-CHECKPOINT.
           MOVE ZEROS                      TO    WS-ULT-DATA.

           OPEN  INPUT                     RUNCTRL.
           IF    WS-FS-RUN                 EQUAL '35'
                 GO TO 1000-99-CONSULTA-RUNCTRL-EXIT
           END-IF.
           IF    WS-FS-RUN                 NOT EQUAL '00'
                 GO TO 1000-99-CONSULTA-RUNCTRL-EXIT
           END-IF.

           PERFORM 1100-LE-RUNCTRL THRU 1100-99-LE-RUNCTRL-EXIT
                   UNTIL WS-FS-RUN         EQUAL '10'.

           CLOSE RUNCTRL.

           IF  WS-ULT-CHECKPOINT           NOT EQUAL 'I'
               GO TO 1000-99-CONSULTA-RUNCTRL-EXIT
           END-IF.

           IF  WS-ULT-DATA                 EQUAL WS-DATA-HOJE
               SET WS-PULADO-SIM           TO    TRUE
               GO TO 1000-99-CONSULTA-RUNCTRL-EXIT
           END-IF.

      *    MARCACAO DA VESPERA: DATA DO REGISTRO + 1 DIA = HOJE.
           MOVE WS-ULT-DATA                TO    WS-DP-DATA-BASE.
           MOVE 1                          TO    WS-DP-DIAS-SOMAR.
           CALL WS-VRB670S                 USING WS-DATA-PARM.
           IF  WS-DP-RETORNO               EQUAL 'S'
           AND WS-DP-DATA-RESULTADO        EQUAL WS-DATA-HOJE
               SET WS-PULADO-SIM           TO    TRUE
           END-IF.
      *----------------------------------------------------------------*
       1000-99-CONSULTA-RUNCTRL-EXIT.      EXIT.
      *================================================================*
       1100-LE-RUNCTRL                     SECTION.
      *================================================================*
           READ  RUNCTRL.

           IF  WS-FS-RUN  NOT EQUAL '00'
           AND WS-FS-RUN  NOT EQUAL '10'
               MOVE '10'                   TO    WS-FS-RUN
               GO TO 1100-99-LE-RUNCTRL-EXIT
           END-IF.

           IF  WS-FS-RUN                   NOT EQUAL '00'
           OR  RC-PROGRAMA                 NOT EQUAL ENTCHK31-PROGRAMA
               GO TO 1100-99-LE-RUNCTRL-EXIT
           END-IF.

           MOVE RC-CHECKPOINT              TO    WS-ULT-CHECKPOINT.
           MOVE RC-DATA                    TO    WS-ULT-DATA.
      *----------------------------------------------------------------*
       1100-99-LE-RUNCTRL-EXIT.            EXIT.
      *================================================================*
       2000-CONSULTA-FORCE                 SECTION.
      *================================================================*
      * O FORCE EH UM PARAMETRO OPCIONAL DO OPERADOR: SEM O FORCPARM   *
      * NAO HA LIBERACAO NENHUMA.                                      *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO    WS-TEM-FORCE.

           OPEN  INPUT                     FORCPARM.
           IF    WS-FS-FOR                 NOT EQUAL '00'
                 GO TO 2000-99-CONSULTA-FORCE-EXIT
           END-IF.

           PERFORM 2100-LE-FORCE THRU 2100-99-LE-FORCE-EXIT
                   UNTIL WS-FS-FOR         EQUAL '10'.

           CLOSE FORCPARM.
      *----------------------------------------------------------------*
       2000-99-CONSULTA-FORCE-EXIT.        EXIT.
      *================================================================*
       2100-LE-FORCE                       SECTION.
      *================================================================*
           READ  FORCPARM.

           IF  WS-FS-FOR  NOT EQUAL '00'
           AND WS-FS-FOR  NOT EQUAL '10'
               MOVE '10'                   TO    WS-FS-FOR
               GO TO 2100-99-LE-FORCE-EXIT
           END-IF.

           IF  WS-FS-FOR                   EQUAL '00'
           AND FOR-PROGRAMA                EQUAL ENTCHK31-PROGRAMA
           AND FOR-INDICADOR-FORCE
               SET WS-TEM-FORCE-SIM        TO    TRUE
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LE-FORCE-EXIT.              EXIT.
      *================================================================*
