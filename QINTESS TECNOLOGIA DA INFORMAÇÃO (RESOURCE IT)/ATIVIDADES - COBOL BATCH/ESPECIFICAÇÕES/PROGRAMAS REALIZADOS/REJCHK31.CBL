      *      LIMITE MAIS ESPECIFICO;                                   *
      *   3. ESTOURO DEVOLVE 'N': O CHAMADOR REGISTRA O TERMINO COM    *
      *      CHECKPOINT 'B' (BLOQUEADO) NO RUNCTRL - SEM O 'C', O      *
      *      CHAING31 RECUSA LIBERAR OS SUCESSORES. O DISPARO FICA NO  *
      *      LOG DE OPERADOR OPRLOG EM NOME DO OPERADOR QUE SUBMETEU A *
      *      EXECUCAO (OPRPARM, QUANDO PRESENTE NO PASSO), PARA O      *
      *      RELATORIO DE SEGREGACAO DE FUNCOES (VRB864S) CONFERIR     *
      *      QUEM LIBERA O QUE CAUSOU.                                 *
      * O DESBLOQUEIO EH A TRANSACAO DE LIBERACAO DO VRB775S, SOB O    *
      * CONTROLE DE AUTORIZACAO DE OPERADOR.                           *
      * SEM THRPARM NAO HA LIMITE (DISJUNTOR DESARMADO).               *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          DISPARO DO DISJUNTOR NO LOG  *
      *                                   DE OPERADOR OPRLOG           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.

           SELECT THRPARM        ASSIGN TO THRPARM
           FILE STATUS           IS        WS-FS-THR.
      *----------------------------------------------------------------*
           SELECT OPRPARM        ASSIGN TO OPRPARM
           FILE STATUS           IS        WS-FS-OPR.
      *----------------------------------------------------------------*
           SELECT OPRLOG         ASSIGN TO OPRLOG
           FILE STATUS           IS        WS-FS-OLOG.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 THR-PROGRAMA                 PIC X(08).
           05 THR-PCT-LIMITE               PIC 9(03)V99.
           05 FILLER                       PIC X(67).
      *----------------------------------------------------------------*
       FD  OPRPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OPR.

       01  REG-OPR.
           05 OPR-OPERADOR                 PIC X(08).
           05 FILLER                       PIC X(72).
      *----------------------------------------------------------------*
       FD  OPRLOG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OLOG.

       01  REG-OLOG.
           05 OLOG-OPERADOR                PIC X(08).
           05 OLOG-PROGRAMA                PIC X(08).
           05 OLOG-PARAMETROS              PIC X(40).
           05 OLOG-DATA                    PIC 9(08).
           05 OLOG-HORA                    PIC 9(06).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-LIMITE-ESPECIFICO            PIC X(01)   VALUE 'N'.
           88 WS-LIMITE-ESPECIFICO-SIM                 VALUE 'S'.
       77  WS-PCT-APURADO                  PIC 9(03)V99 VALUE ZEROS.
       77  WS-FS-OPR                       PIC X(02)   VALUE SPACES.
       77  WS-FS-OLOG                      PIC X(02)   VALUE SPACES.
       77  WS-OPR-OPERADOR                 PIC X(08)   VALUE SPACES.
       01  WS-LOG-PARAMETROS.
           05 FILLER                       PIC X(18)   VALUE
                                           'DISJUNTOR ARMADO: '.
           05 WS-LOG-PROGRAMA              PIC X(08)   VALUE SPACES.
           05 FILLER                       PIC X(01)   VALUE SPACES.
           05 WS-LOG-PCT                   PIC ZZ9,99  VALUE ZEROS.
           05 FILLER                       PIC X(07)   VALUE '% REJ.'.
      *================================================================*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
           IF  WS-TEM-LIMITE-SIM
           AND WS-PCT-APURADO              GREATER WS-PCT-LIMITE
               MOVE 'N'                    TO    REJCHK31-RETORNO
               PERFORM 2000-LOGA-DISPARO
                   THRU 2000-99-LOGA-DISPARO-EXIT
           END-IF.

           GOBACK.
      *----------------------------------------------------------------*
       1100-99-LE-LIMITE-EXIT.             EXIT.
      *================================================================*
       2000-LOGA-DISPARO                   SECTION.
      *================================================================*
      * O OPERADOR SUBMISSOR VEM DO OPRPARM DO PASSO; SEM ELE O        *
      * DISPARO FICA NO LOG SEM OPERADOR. FALHA NO LOG NAO IMPEDE O    *
      * BLOQUEIO, QUE JA ESTA DECIDIDO.                                *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO    WS-OPR-OPERADOR.

           OPEN  INPUT                     OPRPARM.
           IF    WS-FS-OPR                 EQUAL '00'
                 READ  OPRPARM
                 IF    WS-FS-OPR           EQUAL '00'
                       MOVE OPR-OPERADOR   TO    WS-OPR-OPERADOR
                 END-IF
                 CLOSE OPRPARM
           END-IF.

           OPEN  EXTEND                    OPRLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 OPEN OUTPUT               OPRLOG
           END-IF.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 GO TO 2000-99-LOGA-DISPARO-EXIT
           END-IF.

           MOVE REJCHK31-PROGRAMA          TO    WS-LOG-PROGRAMA.
           MOVE WS-PCT-APURADO             TO    WS-LOG-PCT.

           INITIALIZE REG-OLOG.
           MOVE WS-OPR-OPERADOR            TO    OLOG-OPERADOR.
           MOVE REJCHK31-PROGRAMA          TO    OLOG-PROGRAMA.
           MOVE WS-LOG-PARAMETROS          TO    OLOG-PARAMETROS.
           ACCEPT OLOG-DATA                FROM  DATE YYYYMMDD.
           ACCEPT OLOG-HORA                FROM  TIME.
           WRITE REG-OLOG.

           CLOSE OPRLOG.
      *----------------------------------------------------------------*
       2000-99-LOGA-DISPARO-EXIT.          EXIT.
      *================================================================*
