      *      OVERRIDE 'O'; CONTA SEM LIMITE DECIDIDO ENTRA COM REGRA   *
      *      999 (LIMITE PURAMENTE NEGOCIADO);                         *
      *   4. GRAVA CADA OVERRIDE NA TRILHA ARQAUD (STATUS L->O) E O    *
      *      DETALHE NO LOG DE OPERADOR OPRLOG: UMA LINHA POR OVERRIDE *
      *      EM NOME DO AUTORIZADOR, COM A CONTA E O SUBMISSOR, LIDA   *
      *      PELO RELATORIO DE SEGREGACAO DE FUNCOES (VRB864S).        *
      * TRANSACAO REPROVADA SAI NO ARQUIVO OVRREJ COM O MOTIVO.        *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          OPRLOG COM UMA LINHA POR     *
      *                                   OVERRIDE (AUTORIZADOR, CONTA *
      *                                   E SUBMISSOR)                 *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *                 APOIO A CRITICA DA TRANSACAO                   *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       01  WS-LOG-PARAMETROS.
           05 FILLER                       PIC X(09)     VALUE
                                           'OVERRIDE '.
           05 WS-LOG-CONTA                 PIC 9(10)     VALUE ZEROS.
           05 FILLER                       PIC X(11)     VALUE
                                           ' SUBMISSOR '.
           05 WS-LOG-SUBMISSOR             PIC X(08)     VALUE SPACES.
           05 FILLER                       PIC X(02)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA                SECTION.
      *================================================================*
      * TRILHA ARQAUD: STATUS L (LIMITE DECIDIDO) -> O (OVERRIDE); O   *
      * OPERADOR AUTORIZADOR FICA NO LOG OPRLOG (2650).                *
      *----------------------------------------------------------------*
           MOVE '2600-GRAVA-AUDITORIA'     TO         WS-CODIGO-AREA.

           END-IF.

           ADD  1                          TO         WS-AUDITADOS.

           PERFORM 2650-LOGA-OVERRIDE THRU 2650-99-LOGA-OVERRIDE-EXIT.
      *----------------------------------------------------------------*
       2600-99-GRAVA-AUDITORIA-EXIT.       EXIT.
      *================================================================*
       2650-LOGA-OVERRIDE                  SECTION.
      *================================================================*
      * CADA OVERRIDE FICA NO LOG DE OPERADOR EM NOME DE QUEM AUTORIZOU*
      * E COM O OPERADOR QUE SUBMETEU A EXECUCAO.                      *
      *----------------------------------------------------------------*
           MOVE '2650-LOGA-OVERRIDE'       TO         WS-CODIGO-AREA.

           MOVE OVR-CONTA                  TO    WS-LOG-CONTA.
           MOVE WS-OPR-OPERADOR            TO    WS-LOG-SUBMISSOR.

           INITIALIZE REG-OLOG.
           MOVE OVR-OPERADOR               TO    OLOG-OPERADOR.
           MOVE 'VRB752S'                  TO    OLOG-PROGRAMA.
           MOVE WS-LOG-PARAMETROS          TO    OLOG-PARAMETROS.
           ACCEPT OLOG-DATA                FROM  DATE YYYYMMDD.
           ACCEPT OLOG-HORA                FROM  TIME.
           WRITE REG-OLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2650-99-LOGA-OVERRIDE-EXIT.         EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
