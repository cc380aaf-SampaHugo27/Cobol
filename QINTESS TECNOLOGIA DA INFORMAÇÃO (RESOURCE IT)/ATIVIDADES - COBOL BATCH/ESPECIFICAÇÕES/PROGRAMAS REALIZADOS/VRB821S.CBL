       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB821S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RETRIAGEM NOTURNA DA BASE DE CLIENTES CONTRA AS      *
      * LISTAS DE RESTRICAO (PEP E SANCOES). SO RODA QUANDO O CONTROLE *
      * WLSCTL MOSTRA UMA VERSAO DAS LISTAS (CARREGADA PELO VRB820S)   *
      * AINDA NAO TRIADA; SEM MUDANCA NAS LISTAS O PROGRAMA SO REPASSA *
      * O CONTROLE E TERMINA.                                          *
      * CADA CLIENTE DO CADCLIM (REGISTRO PRINCIPAL, SEQ 00) PASSA     *
      * PELA ROTINA WLSCHK31 (CPF E NOME); NOTA IGUAL OU ACIMA DO      *
      * CORTE (PARMMST PLD/CORTELST, PADRAO 85) GRAVA UMA OCORRENCIA   *
      * DE ORIGEM 'N' NO WLSOCN, QUE O VRB822S REGISTRA PARA A DECISAO *
      * DO COMPLIANCE, E SAI NO RELATORIO RELTRI.                      *
      * AO FINAL O WLSCTLN MARCA A VERSAO COMO TRIADA.                 *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          WLSOCN DE 120 PARA 131       *
      *                                   POSICOES (CPF DO INDICADOR,  *
      *                                   ZERADO NA RETRIAGEM)         *
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

           SELECT WLSCTL         ASSIGN TO WLSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT WLSCTLN        ASSIGN TO WLSCTLN
           FILE STATUS           IS        WS-FS-CTLN.
      *----------------------------------------------------------------*
           SELECT CADCLIM        ASSIGN TO CADCLIM
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        CLIM-CHAVE
           FILE STATUS           IS        WS-FS-CLIM.
      *----------------------------------------------------------------*
           SELECT WLSOCN         ASSIGN TO WLSOCN
           FILE STATUS           IS        WS-FS-OCO.
      *----------------------------------------------------------------*
           SELECT RELTRI         ASSIGN TO RELTRI
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   CONTROLE DE VERSAO DAS LISTAS E DA ULTIMA TRIAGEM            *
      *----------------------------------------------------------------*
       FD  WLSCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-VERSAO                   PIC 9(05).
           05 CTL-DATA-CARGA               PIC 9(08).
           05 CTL-QTDE-PEP                 PIC 9(07).
           05 CTL-QTDE-SAN                 PIC 9(07).
           05 CTL-VERSAO-TRIADA            PIC 9(05).
           05 CTL-DATA-TRIAGEM             PIC 9(08).
           05 FILLER                       PIC X(40).
      *----------------------------------------------------------------*
       FD  WLSCTLN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTLN.

       01  REG-CTLN                        PIC X(80).
      *----------------------------------------------------------------*
       FD  CADCLIM
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-CLIM.

       01  REG-CLIM.
           05 CLIM-CHAVE.
              10 CLIM-CPF                  PIC 9(11).
              10 CLIM-SEQ                  PIC 9(02).
           05 CLIM-NOME                    PIC X(30).
           05 CLIM-DATA-NASCTO             PIC 9(08).
           05 CLIM-QTDE-CONTAS             PIC 9(03).
           05 CLIM-CONTA                   PIC 9(10)  OCCURS 5 TIMES.
           05 CLIM-TOTAL-DIVIDA            PIC 9(15)V99.
           05 CLIM-VALOR-GASTO             PIC 9(15)V99.
           05 CLIM-DATA-ATUALIZA           PIC 9(08).
           05 CLIM-TIPO-PESSOA             PIC X(01).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   OCORRENCIAS DA TRIAGEM (ORIGEM A = ABERTURA, N = NOTURNA)    *
      *----------------------------------------------------------------*
       FD  WLSOCN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 131 CHARACTERS
           DATA RECORD IS       REG-OCO.

       01  REG-OCO.
           05 OCO-CPF                      PIC 9(11).
           05 OCO-CHAVE-LISTA              PIC X(16).
           05 OCO-ORIGEM                   PIC X(01).
           05 OCO-DATA                     PIC 9(08).
           05 OCO-NOTA                     PIC 9(03).
           05 OCO-NOME                     PIC X(30).
           05 OCO-NOME-LISTA               PIC X(30).
           05 OCO-CONTA                    PIC 9(10).
           05 OCO-AGENCIA                  PIC 9(04).
           05 OCO-VERSAO                   PIC 9(05).
           05 OCO-CPF-INDICADOR            PIC 9(11).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  RELTRI
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTLN                      PIC X(02)     VALUE '00'.
       77  WS-FS-CLIM                      PIC X(02)     VALUE '00'.
       77  WS-FS-OCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-CADCLIM-ABERTO               PIC X(01)     VALUE 'N'.
       77  WS-TRIAGEM                      PIC X(01)     VALUE 'N'.
           88 WS-TRIAGEM-SIM                             VALUE 'S'.
      *----------------------------------------------------------------*
      *              NOTA DE CORTE (PARGET31 PLD/CORTELST)             *
      *----------------------------------------------------------------*
       77  WS-NOTA-CORTE                   PIC 9(03)     VALUE 85.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-NOTA-R REDEFINES WS-VC-AREA.
           05 WS-VC-NOTA                   PIC 9(03).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
      *              TRIAGEM NAS LISTAS DE RESTRICAO (WLSCHK31)        *
      *----------------------------------------------------------------*
       77  WS-WLSCHK                       PIC X(08)   VALUE 'WLSCHK31'.
       01  WS-WLS-PARM.
           05 WS-WLS-CPF                   PIC 9(11).
           05 WS-WLS-NOME                  PIC X(30).
           05 WS-WLS-CORTE                 PIC 9(03).
           05 WS-WLS-NOTA                  PIC 9(03).
           05 WS-WLS-CHAVE-LISTA           PIC X(16).
           05 WS-WLS-NOME-LISTA            PIC X(30).
           05 WS-WLS-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 CONTROLE DAS LISTAS                            *
      *----------------------------------------------------------------*
       01  WS-CONTROLE.
           05 WS-CTL-VERSAO                PIC 9(05)     VALUE ZEROS.
           05 WS-CTL-DATA-CARGA            PIC 9(08)     VALUE ZEROS.
           05 WS-CTL-QTDE-PEP              PIC 9(07)     VALUE ZEROS.
           05 WS-CTL-QTDE-SAN              PIC 9(07)     VALUE ZEROS.
           05 WS-CTL-VERSAO-TRIADA         PIC 9(05)     VALUE ZEROS.
           05 WS-CTL-DATA-TRIAGEM          PIC 9(08)     VALUE ZEROS.
           05 FILLER                       PIC X(40)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DA-ANO                    PIC 9(04).
           05 WS-DA-MES                    PIC 9(02).
           05 WS-DA-DIA                    PIC 9(02).
       01  WS-DATA-FORMATADA.
           05 WS-DF-DIA                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-MES                    PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DF-ANO                    PIC 9(04).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CLIM                   PIC 9(07)     VALUE ZEROS.
       77  WS-TRIADOS                      PIC 9(07)     VALUE ZEROS.
       77  WS-OCORRENCIAS                  PIC 9(07)     VALUE ZEROS.
       77  WS-OCORR-PEP                    PIC 9(07)     VALUE ZEROS.
       77  WS-OCORR-SANCAO                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB821S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB821S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *             LAYOUT DO RELATORIO DA TRIAGEM (RELTRI)            *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(36)  VALUE
                  'RETRIAGEM DE CLIENTES - LISTAS V.'.
           05 CABT-VERSAO                  PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE ' EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(25)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         CLIENTE              NOTA T '.
           05 FILLER                       PIC X(40)  VALUE
                  'NOME NA LISTA                           '.
      *----------------------------------------------------------------*
       01  DET-OCORRENCIA.
           05 DETO-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-NOTA                    PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-TIPO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETO-NOME-LISTA              PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-TOTAL.
           05 DETT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 DETT-QTDE                    PIC Z.ZZZ.ZZ9.
           05 FILLER                       PIC X(31)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           IF  WS-TRIAGEM-SIM
               PERFORM 2000-PROCESSA       THRU  2000-99-PROCESSA-EXIT
                       UNTIL WS-FS-CLIM    EQUAL '10'
           END-IF.
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
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

      * AS LISTAS PRECISAM TER SIDO CARREGADAS PELO MENOS UMA VEZ.
           OPEN  INPUT                     WLSCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE WLSCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  WLSCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'CONTROLE WLSCTL VAZIO - LISTAS NAO CARREGADAS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  REG-CTL                   TO         WS-CONTROLE.
           CLOSE WLSCTL.

           IF  WS-CTL-VERSAO               GREATER WS-CTL-VERSAO-TRIADA
               MOVE 'S'                    TO         WS-TRIAGEM
           END-IF.

           OPEN  OUTPUT  WLSCTLN  WLSOCN  RELTRI.
           IF    WS-FS-CTLN                NOT EQUAL  '00'
           OR    WS-FS-OCO                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-OCO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.
           MOVE WS-CTL-VERSAO              TO         CABT-VERSAO.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT.

           IF  NOT WS-TRIAGEM-SIM
               MOVE 'LISTAS SEM ALTERACAO DESDE A ULTIMA TRIAGEM'
                                           TO         REG-REL
               WRITE REG-REL
               PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT
               GO TO 1000-99-INICIO-EXIT
           END-IF.

           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT.

           PERFORM 1050-NOTA-CORTE THRU 1050-99-NOTA-CORTE-EXIT.

           OPEN  INPUT                     CADCLIM.
           IF    WS-FS-CLIM                NOT EQUAL  '00'
                 MOVE WS-FS-CLIM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE 'S'                        TO         WS-CADCLIM-ABERTO.

           PERFORM 1100-LER-CADCLIM  THRU  1100-99-LER-CADCLIM-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-NOTA-CORTE                     SECTION.
      *================================================================*
      * NOTA MINIMA DE SEMELHANCA QUE CONFIGURA OCORRENCIA, VIGENTE NA *
      * DATA; SEM LINHA EM VIGOR ('V') FICA 85.                        *
      *----------------------------------------------------------------*
           MOVE '1050-NOTA-CORTE'          TO         WS-CODIGO-AREA.

           MOVE 'PLD     '                 TO         WS-PGT-DOMINIO.
           MOVE 'CORTELST'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:3) NOT NUMERIC
                   OR  WS-VC-NOTA          EQUAL      ZEROS
                   OR  WS-VC-NOTA          GREATER    100
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'NOTA DE CORTE DAS LISTAS INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-NOTA         TO         WS-NOTA-CORTE
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1050-99-NOTA-CORTE-EXIT.            EXIT.
      *================================================================*
       1100-LER-CADCLIM                    SECTION.
      *================================================================*
      * SO O REGISTRO PRINCIPAL (SEQ 00) REPRESENTA O CLIENTE.         *
      *----------------------------------------------------------------*
           MOVE '1100-LER-CADCLIM'         TO         WS-CODIGO-AREA.
           READ CADCLIM.
           IF  WS-FS-CLIM  NOT EQUAL '00'
           AND WS-FS-CLIM  NOT EQUAL '10'
               MOVE WS-FS-CLIM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CLIM                  EQUAL      '00'
               IF  CLIM-SEQ                NOT EQUAL  ZEROS
                   GO TO 1100-LER-CADCLIM
               END-IF
               ADD  1                      TO         WS-LIDOS-CLIM
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-CADCLIM-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE CLIM-CPF                   TO         WS-WLS-CPF.
           MOVE CLIM-NOME                  TO         WS-WLS-NOME.
           MOVE WS-NOTA-CORTE              TO         WS-WLS-CORTE.
           CALL WS-WLSCHK                  USING      WS-WLS-PARM.
           ADD  1                          TO         WS-TRIADOS.

           EVALUATE WS-WLS-RETORNO
               WHEN 'S'
                   PERFORM 2500-GRAVA-OCORRENCIA
                       THRU 2500-99-GRAVA-OCORRENCIA-EXIT
               WHEN 'N'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'LISTAS DE RESTRICAO WLSMST INDISPONIVEIS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

           PERFORM 1100-LER-CADCLIM  THRU  1100-99-LER-CADCLIM-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2500-GRAVA-OCORRENCIA               SECTION.
      *================================================================*
           MOVE '2500-GRAVA-OCORRENCIA'    TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-OCO.
           MOVE CLIM-CPF                   TO         OCO-CPF.
           MOVE WS-WLS-CHAVE-LISTA         TO         OCO-CHAVE-LISTA.
           MOVE 'N'                        TO         OCO-ORIGEM.
           MOVE WS-DATA-HOJE               TO         OCO-DATA.
           MOVE WS-WLS-NOTA                TO         OCO-NOTA.
           MOVE CLIM-NOME                  TO         OCO-NOME.
           MOVE WS-WLS-NOME-LISTA          TO         OCO-NOME-LISTA.
           IF  CLIM-QTDE-CONTAS            NUMERIC
           AND CLIM-QTDE-CONTAS            GREATER    ZEROS
               MOVE CLIM-CONTA (1)         TO         OCO-CONTA
           ELSE
               MOVE ZEROS                  TO         OCO-CONTA
           END-IF.
           MOVE ZEROS                      TO         OCO-AGENCIA.
           MOVE WS-CTL-VERSAO              TO         OCO-VERSAO.
           MOVE ZEROS                      TO         OCO-CPF-INDICADOR.
           WRITE REG-OCO.
           IF  WS-FS-OCO                   NOT EQUAL  '00'
               MOVE WS-FS-OCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR OCORRENCIAS WLSOCN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-OCORRENCIAS.
           IF  WS-WLS-CHAVE-LISTA (1:1)    EQUAL      'P'
               ADD  1                      TO         WS-OCORR-PEP
           ELSE
               ADD  1                      TO         WS-OCORR-SANCAO
           END-IF.

           MOVE CLIM-CPF                   TO         DETO-CPF.
           MOVE CLIM-NOME                  TO         DETO-NOME.
           MOVE WS-WLS-NOTA                TO         DETO-NOTA.
           MOVE WS-WLS-CHAVE-LISTA (1:1)   TO         DETO-TIPO.
           MOVE WS-WLS-NOME-LISTA          TO         DETO-NOME-LISTA.
           WRITE REG-REL                   FROM       DET-OCORRENCIA.
           PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT.
      *----------------------------------------------------------------*
       2500-99-GRAVA-OCORRENCIA-EXIT.      EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELTRI                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELTRI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELTRI-EXIT.             EXIT.
      *================================================================*
       8100-LINHA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT.
      *----------------------------------------------------------------*
       8100-99-LINHA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
      * A VERSAO SO PASSA A TRIADA SE A BASE INTEIRA FOI PERCORRIDA.   *
      *----------------------------------------------------------------*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           IF  WS-TRIAGEM-SIM
               MOVE WS-CTL-VERSAO          TO    WS-CTL-VERSAO-TRIADA
               MOVE WS-DATA-HOJE           TO    WS-CTL-DATA-TRIAGEM
               MOVE SPACES                 TO    REG-REL
               WRITE REG-REL
               PERFORM 8000-FS-RELTRI THRU 8000-99-FS-RELTRI-EXIT
               MOVE 'CLIENTES TRIADOS'     TO    DETT-DESCRICAO
               MOVE WS-TRIADOS             TO    DETT-QTDE
               PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT
               MOVE 'OCORRENCIAS EM LISTA PEP'
                                           TO    DETT-DESCRICAO
               MOVE WS-OCORR-PEP           TO    DETT-QTDE
               PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT
               MOVE 'OCORRENCIAS EM LISTA DE SANCOES'
                                           TO    DETT-DESCRICAO
               MOVE WS-OCORR-SANCAO        TO    DETT-QTDE
               PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT
           END-IF.

           WRITE REG-CTLN                  FROM       WS-CONTROLE.
           IF  WS-FS-CTLN                  NOT EQUAL  '00'
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE WLSCTLN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           CLOSE WLSCTLN  WLSOCN  RELTRI.
           IF  WS-CADCLIM-ABERTO           EQUAL      'S'
               CLOSE CADCLIM
           END-IF.

           IF  WS-FS-CTLN                  NOT EQUAL  '00'
           OR  WS-FS-OCO                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-OCO              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* VERSAO DAS LISTAS     =    ' WS-CTL-VERSAO.
           IF  NOT WS-TRIAGEM-SIM
               DISPLAY '* LISTAS SEM ALTERACAO - TRIAGEM DISPENSADA'
           END-IF.
           DISPLAY '* LIDOS NO CADCLIM      =    ' WS-LIDOS-CLIM.
           DISPLAY '* CLIENTES TRIADOS      =    ' WS-TRIADOS.
           DISPLAY '* OCORRENCIAS GRAVADAS  =    ' WS-OCORRENCIAS.
           DISPLAY '*   EM LISTA PEP        =    ' WS-OCORR-PEP.
           DISPLAY '*   EM LISTA DE SANCOES =    ' WS-OCORR-SANCAO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-CLIM             TO    WS-RC-QTDE-LIDOS.
           MOVE  WS-OCORRENCIAS            TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB821S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
