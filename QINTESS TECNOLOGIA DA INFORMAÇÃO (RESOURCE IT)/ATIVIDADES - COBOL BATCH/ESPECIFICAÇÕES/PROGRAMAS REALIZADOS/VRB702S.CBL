      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O SERDLT DADO  *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *  01/09/2026 HUGO SAMPAIO          TRAVA DE EXECUCAO DUPLA POR *
      *                                   DATA (DBLRUN31): RODADA JA   *
      *                                   COMPLETA NO DIA CANCELA COM  *
           05 WS-REJ-QTDE-REJEITADOS       PIC 9(07).
           05 WS-REJ-PCT-APURADO           PIC 9(03)V99.
           05 WS-REJ-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB702S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB702S PULADO: SERDLT   NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.

           MOVE 'VRB702S'                  TO         WS-DBL-PROGRAMA.
           CALL  WS-DBLRUN                 USING      WS-DBL-PARM.
           IF    WS-DBL-RETORNO            EQUAL      'N'
