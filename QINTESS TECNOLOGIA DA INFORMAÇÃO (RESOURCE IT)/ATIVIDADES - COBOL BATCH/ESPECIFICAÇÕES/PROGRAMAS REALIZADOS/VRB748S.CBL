      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O SERDLT DADO  *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB748S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB748S PULADO: SERDLT   NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           OPEN  INPUT                     ARQENT.
