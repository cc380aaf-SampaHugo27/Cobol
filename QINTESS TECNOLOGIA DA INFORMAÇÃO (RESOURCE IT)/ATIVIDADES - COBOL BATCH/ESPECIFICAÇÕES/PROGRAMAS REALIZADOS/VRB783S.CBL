      *      OCORRENCIA 06/LIQUIDACAO COM DATA DE HOJE);               *
      *   2. SOMA AS SAIDAS DO DIA: DETALHES DA REMESSA DE CREDITO     *
      *      SALARIAL CREDREM (VRB741S) E CONTRATOS DE EMPRESTIMO      *
      *      LIBERADOS HOJE NO LOANMST (PRINCIPAL) E PAGAMENTOS A      *
      *      FORNECEDORES DA REMESSA SEMANAL PAGDET (VRB861S) COM      *
      *      DATA DE PAGAMENTO DE HOJE;                                *
      *   3. PROJETA OS PROXIMOS 5 DIAS UTEIS (ROLADOS UM A UM PELA    *
      *      VRB671S SOBRE O HOLFILE) A PARTIR DOS TITULOS EM ABERTO   *
      *      DO TITMST, POR DATA DE VENCIMENTO;                        *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          SAIDA DE PAGAMENTOS A        *
      *                                   FORNECEDORES (PAGDET)        *
      *  15/10/2026 HUGO SAMPAIO          TITMST LIDO COMO CLUSTER     *
      *                                   KSDS EM ACESSO SEQUENCIAL    *
      *                                   (ORDEM DE NOSSO-NUMERO)      *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O RETORNO DADO *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT PAGDET         ASSIGN TO PAGDET
           FILE STATUS           IS        WS-FS-PAG.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT RELCAIXA       ASSIGN TO RELCAIXA
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   REMESSA SEMANAL DE PAGAMENTO A FORNECEDORES (VRB861S)        *
      *----------------------------------------------------------------*
       FD  PAGDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAG.

       01  REG-PAG.
           05 PAG-FORNECEDOR               PIC 9(05).
           05 PAG-NOME                     PIC X(25).
           05 PAG-BANCO                    PIC 9(03).
           05 PAG-AGENCIA                  PIC 9(04).
           05 PAG-CONTA                    PIC 9(10).
           05 PAG-NOTA                     PIC 9(09).
           05 PAG-DATA-PAGTO               PIC 9(08).
           05 PAG-VALOR                    PIC 9(11)V99.
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-CRE                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAG                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-TRAILER-FOLHA                PIC 9(11)V99  VALUE ZEROS.
       77  WS-SAIDAS-EMPRESTIMO            PIC 9(13)V99  VALUE ZEROS.
       77  WS-QTDE-EMPRESTIMOS             PIC 9(07)     VALUE ZEROS.
       77  WS-SAIDAS-FORNECEDOR            PIC 9(13)V99  VALUE ZEROS.
       77  WS-QTDE-FORNECEDOR              PIC 9(07)     VALUE ZEROS.
       77  WS-POSICAO-LIQUIDA              PIC S9(13)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *        PROJECAO DOS PROXIMOS 5 DIAS UTEIS (TITMST)             *

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB783S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
           PERFORM 4000-SOMA-EMPRESTIMOS
               THRU 4000-99-SOMA-EMPRESTIMOS-EXIT
                   UNTIL WS-FS-LOA         EQUAL '10'.
           PERFORM 4500-SOMA-FORNECEDORES
               THRU 4500-99-SOMA-FORNECEDORES-EXIT
                   UNTIL WS-FS-PAG         EQUAL '10'.
           PERFORM 5000-PROJETA-TITULOS
               THRU 5000-99-PROJETA-TITULOS-EXIT
                   UNTIL WS-FS-TIT         EQUAL '10'.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB783S PULADO: RETORNO  NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

      * DATAS DOS PROXIMOS 5 DIAS UTEIS, UMA A UMA PELA VRB671S.
           END-IF
           END-IF.

      * PAGAMENTO A FORNECEDORES: SO EXISTE NA SEMANA DA REMESSA (35).
           OPEN  INPUT                     PAGDET.
           IF    WS-FS-PAG                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-PAG
           ELSE
           IF    WS-FS-PAG                 NOT EQUAL  '00'
                 MOVE WS-FS-PAG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA PAGDET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF
           END-IF.

           OPEN  OUTPUT                    RELCAIXA.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
           END-IF.
      *----------------------------------------------------------------*
       4000-99-SOMA-EMPRESTIMOS-EXIT.      EXIT.
      *================================================================*
       4500-SOMA-FORNECEDORES              SECTION.
      *================================================================*
           MOVE '4500-SOMA-FORNECEDORES'   TO         WS-CODIGO-AREA.

           READ PAGDET.
           IF  WS-FS-PAG   NOT EQUAL '00'
           AND WS-FS-PAG   NOT EQUAL '10'
               MOVE WS-FS-PAG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REMESSA PAGDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PAG                   NOT EQUAL  '00'
               GO TO 4500-99-SOMA-FORNECEDORES-EXIT
           END-IF.

           IF  PAG-DATA-PAGTO              EQUAL      WS-DATA-HOJE
               ADD  1                      TO         WS-QTDE-FORNECEDOR
               ADD  PAG-VALOR              TO       WS-SAIDAS-FORNECEDOR
           END-IF.
      *----------------------------------------------------------------*
       4500-99-SOMA-FORNECEDORES-EXIT.     EXIT.
      *================================================================*
       5000-PROJETA-TITULOS                SECTION.
      *================================================================*
           COMPUTE DETL-VALOR = 0 - WS-SAIDAS-EMPRESTIMO.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.

           MOVE 'SAIDAS FORNECEDORES (PAGDET)'
                                           TO         DETL-TEXTO.
           MOVE WS-QTDE-FORNECEDOR         TO         DETL-QTDE.
           COMPUTE DETL-VALOR = 0 - WS-SAIDAS-FORNECEDOR.
           PERFORM 6100-GRAVA-LINHA THRU 6100-99-GRAVA-LINHA-EXIT.

           COMPUTE WS-POSICAO-LIQUIDA = WS-ENTRADAS-DIA
                                      - WS-SAIDAS-FOLHA
                                      - WS-SAIDAS-EMPRESTIMO
                                      - WS-SAIDAS-FORNECEDOR.
           MOVE 'POSICAO LIQUIDA DO DIA'   TO         DETL-TEXTO.
           MOVE ZEROS                      TO         DETL-QTDE.
           MOVE WS-POSICAO-LIQUIDA         TO         DETL-VALOR.
           IF  WS-FS-LOA                   EQUAL      '10'
               CLOSE LOANMST
           END-IF.
           IF  WS-FS-PAG                   EQUAL      '10'
               CLOSE PAGDET
           END-IF.

           IF  WS-FS-RET                   NOT EQUAL  '00'
           OR  WS-FS-CRE                   NOT EQUAL  '00'
           DISPLAY '* ENTRADAS DO DIA       =    ' WS-ENTRADAS-DIA.
           DISPLAY '* SAIDAS FOLHA          =    ' WS-SAIDAS-FOLHA.
           DISPLAY '* SAIDAS EMPRESTIMOS    =    ' WS-SAIDAS-EMPRESTIMO.
           DISPLAY '* SAIDAS FORNECEDORES   =    ' WS-SAIDAS-FORNECEDOR.
           DISPLAY '* POSICAO LIQUIDA       =    ' WS-POSICAO-LIQUIDA.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
