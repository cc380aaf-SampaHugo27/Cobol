      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          DEBITO EFETIVADO SAI NO      *
      *                                   EXTRATO NFSBAIX, BASE DO     *
      *                                   LOTE DE RPS DA NFS-E         *
      *                                   (VRB852S)                    *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O RETDEB DADO  *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT RETPAGO        ASSIGN TO RETPAGO
           FILE STATUS           IS        WS-FS-PAGO.
      *----------------------------------------------------------------*
           SELECT NFSBAIX        ASSIGN TO NFSBAIX
           FILE STATUS           IS        WS-FS-BXN.
      *----------------------------------------------------------------*
           SELECT DEBEXC         ASSIGN TO DEBEXC
           FILE STATUS           IS        WS-FS-EXC.
           05 PAGO-VALOR                   PIC 9(09)V9(02).
           05 PAGO-DATA                    PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   EXTRATO DE MENSALIDADES LIQUIDADAS PARA A NFS-E (VRB852S)    *
      *   - O DEBITO AUTOMATICO NAO TEM TITULO: NOSSO-NUMERO ZERADO    *
      *----------------------------------------------------------------*
       FD  NFSBAIX
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BXN.

       01  REG-BXN.
           05 BXN-NOSSO-NUMERO             PIC 9(10).
           05 BXN-SOCIO                    PIC 9(06).
           05 BXN-NOME                     PIC X(30).
           05 BXN-VALOR                    PIC 9(09)V9(02).
           05 BXN-DATA-PAGAMENTO           PIC 9(08).
           05 BXN-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  DEBEXC
           LABEL       RECORD   STANDARD
       77  WS-FS-SOCN                      PIC X(02)     VALUE '00'.
       77  WS-FS-PAGO                      PIC X(02)     VALUE '00'.
       77  WS-FS-EXC                       PIC X(02)     VALUE '00'.
       77  WS-FS-BXN                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *        TABELA DE ADESOES (PARA CRITICA DO RETORNO)             *
       77  WS-SOCIOS-QUITADOS              PIC 9(07)     VALUE ZEROS.
       77  WS-ADESOES-SUSP                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PAGO                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-BXN                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-EFETIVADO              PIC 9(13)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB763S'.
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
                 DISPLAY '* VRB763S PULADO: RETDEB   NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           OPEN  INPUT                     DEBMST.
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    NFSBAIX.
           IF    WS-FS-BXN                 NOT EQUAL  '00'
                 MOVE WS-FS-BXN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELDEB.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                   ADD  RET-VALOR          TO         WS-VALOR-EFETIVADO
                   PERFORM 2500-ACUMULA-EFETIVADO
                       THRU 2500-99-ACUMULA-EFETIVADO-EXIT
                   PERFORM 2550-GRAVA-NFSBAIX
                       THRU 2550-99-GRAVA-NFSBAIX-EXIT
               WHEN RET-NAO-EFETIVADO
                   ADD  1                  TO         WS-FALHAS
                   PERFORM 2600-ACUMULA-FALHA
           ADD  RET-VALOR             TO  WS-PAG-VALOR (WS-IND-PAG).
      *----------------------------------------------------------------*
       2500-99-ACUMULA-EFETIVADO-EXIT.     EXIT.
      *================================================================*
       2550-GRAVA-NFSBAIX                  SECTION.
      *================================================================*
      * DEBITO EFETIVADO EH MENSALIDADE DO CLUBE RECEBIDA: SEGUE PARA  *
      * O LOTE DE RPS DA NFS-E DO VRB852S (NOME VEM DO DEPMST LA).     *
      *----------------------------------------------------------------*
           MOVE '2550-GRAVA-NFSBAIX'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-BXN.
           MOVE ZEROS                      TO         BXN-NOSSO-NUMERO.
           MOVE RET-SOCIO                  TO         BXN-SOCIO.
           MOVE RET-VALOR                  TO         BXN-VALOR.
           MOVE RET-DATA                   TO        BXN-DATA-PAGAMENTO.
           WRITE REG-BXN.
           IF  WS-FS-BXN                   NOT EQUAL  '00'
               MOVE WS-FS-BXN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-BXN.
      *----------------------------------------------------------------*
       2550-99-GRAVA-NFSBAIX-EXIT.         EXIT.
      *================================================================*
       2600-ACUMULA-FALHA                  SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RETDEB  DEBEXC  RELDEB  NFSBAIX.

           IF  WS-FS-RET                   NOT EQUAL  '00'
           OR  WS-FS-EXC                   NOT EQUAL  '00'
           DISPLAY '* EXCECOES              =    ' WS-EXCECOES.
           DISPLAY '* SOCIOS QUITADOS       =    ' WS-SOCIOS-QUITADOS.
           DISPLAY '* ADESOES SUSPENSAS     =    ' WS-ADESOES-SUSP.
           DISPLAY '* GRAVADOS NO NFSBAIX   =    ' WS-GRAVADOS-BXN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
