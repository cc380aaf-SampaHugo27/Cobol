       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB820S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CARGA DAS LISTAS DE RESTRICAO NO MASTER WLSMST, USADO*
      * PELA TRIAGEM DE CLIENTES (ROTINA WLSCHK31). ENTRADAS, JA       *
      * DESEMBRULHADAS PELO VRB722S:                                   *
      *   PEPLST = PESSOAS EXPOSTAS POLITICAMENTE (CPF, NOME, FUNCAO,  *
      *            ORGAO, INICIO E FIM DO EXERCICIO). CONTINUA PEP     *
      *            ATE PLD/CARENPEP ANOS (PADRAO 5) DEPOIS DO FIM;     *
      *   SANLST = LISTAS DE SANCOES (CSNU/ONU E DEMAIS), COM ID DA    *
      *            LISTA, NOME, CPF QUANDO HOUVER E SITUACAO - ENTRADA *
      *            EXCLUIDA PELO ORGAO ('E') SAI DO MASTER.            *
      * AS DUAS LISTAS SAO CLASSIFICADAS PELA CHAVE TIPO + IDENTIFICA- *
      * CAO E BATIDAS COM O MASTER ANTERIOR, GERANDO O WLSMSTN E O     *
      * RELATORIO DE ALTERACOES RELWLS (I = INCLUIDA, A = ALTERADA,    *
      * E = EXCLUIDA). LISTA NAO RECEBIDA NO DIA (ARQUIVO AUSENTE)     *
      * MANTEM AS ENTRADAS ANTERIORES DAQUELE TIPO.                    *
      * HAVENDO ALTERACAO, O CONTROLE WLSCTL -> WLSCTLN GANHA NOVA     *
      * VERSAO, QUE DISPARA A RETRIAGEM NOTURNA DO CADCLIM (VRB821S).  *
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

           SELECT PEPLST         ASSIGN TO PEPLST
           FILE STATUS           IS        WS-FS-PEP.
      *----------------------------------------------------------------*
           SELECT SANLST         ASSIGN TO SANLST
           FILE STATUS           IS        WS-FS-SAN.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT WLSSRT         ASSIGN TO WLSSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT WLSMST         ASSIGN TO WLSMST
           FILE STATUS           IS        WS-FS-MST.
      *----------------------------------------------------------------*
           SELECT WLSMSTN        ASSIGN TO WLSMSTN
           FILE STATUS           IS        WS-FS-MSTN.
      *----------------------------------------------------------------*
           SELECT WLSCTL         ASSIGN TO WLSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT WLSCTLN        ASSIGN TO WLSCTLN
           FILE STATUS           IS        WS-FS-CTLN.
      *----------------------------------------------------------------*
           SELECT RELWLS         ASSIGN TO RELWLS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   LISTA OFICIAL DE PESSOAS EXPOSTAS POLITICAMENTE              *
      *----------------------------------------------------------------*
       FD  PEPLST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PEP.

       01  REG-PEP.
           05 PEP-CPF                      PIC 9(11).
           05 PEP-NOME                     PIC X(30).
           05 PEP-FUNCAO                   PIC X(10).
           05 PEP-ORGAO                    PIC X(10).
           05 PEP-DATA-INICIO              PIC 9(08).
           05 PEP-DATA-FIM                 PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   LISTAS OFICIAIS DE SANCOES                                   *
      *----------------------------------------------------------------*
       FD  SANLST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SAN.

       01  REG-SAN.
           05 SAN-ID                       PIC X(15).
           05 SAN-NOME                     PIC X(30).
           05 SAN-CPF                      PIC 9(11).
           05 SAN-LISTA                    PIC X(08).
           05 SAN-DATA-INCLUSAO            PIC 9(08).
           05 SAN-SITUACAO                 PIC X(01).
              88 SAN-EXCLUIDA                           VALUE 'E'.
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(16).
           05 FILLER                       PIC X(104).
      *----------------------------------------------------------------*
      *   ENTRADAS DAS DUAS LISTAS CLASSIFICADAS POR TIPO + IDENT      *
      *----------------------------------------------------------------*
       FD  WLSSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE.
              10 SRT-TIPO                  PIC X(01).
              10 SRT-IDENT                 PIC X(15).
           05 SRT-CPF                      PIC 9(11).
           05 SRT-NOME                     PIC X(30).
           05 SRT-FONTE                    PIC X(08).
           05 SRT-COMPLEMENTO              PIC X(20).
           05 SRT-DATA-INCLUSAO            PIC 9(08).
           05 SRT-VERSAO                   PIC 9(05).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
      *   MASTER DAS LISTAS DE RESTRICAO (TIPO P = PEP, S = SANCAO)    *
      *----------------------------------------------------------------*
       FD  WLSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-MST.

       01  REG-MST.
           05 MST-CHAVE.
              10 MST-TIPO                  PIC X(01).
              10 MST-IDENT                 PIC X(15).
           05 MST-CPF                      PIC 9(11).
           05 MST-NOME                     PIC X(30).
           05 MST-FONTE                    PIC X(08).
           05 MST-COMPLEMENTO              PIC X(20).
           05 MST-DATA-INCLUSAO            PIC 9(08).
           05 MST-VERSAO                   PIC 9(05).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       FD  WLSMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-MSTN.

       01  REG-MSTN                        PIC X(120).
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
       FD  RELWLS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PEP                       PIC X(02)     VALUE '00'.
       77  WS-FS-SAN                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-MST                       PIC X(02)     VALUE '00'.
       77  WS-FS-MSTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTLN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-WLSMST-ABERTO                PIC X(01)     VALUE 'N'.
       77  WS-PEP-RECEBIDA                 PIC X(01)     VALUE 'N'.
       77  WS-SAN-RECEBIDA                 PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *              CARENCIA DO PEP (PARGET31 PLD/CARENPEP)           *
      *----------------------------------------------------------------*
       77  WS-ANOS-CARENCIA                PIC 9(02)     VALUE 5.
       77  WS-DATA-CORTE-PEP               PIC 9(08)     VALUE ZEROS.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-ANOS-R REDEFINES WS-VC-AREA.
           05 WS-VC-ANOS                   PIC 9(02).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-MST                    PIC X(16)   VALUE LOW-VALUES.
       77  WS-CHAVE-SRT                    PIC X(16)   VALUE LOW-VALUES.
       77  WS-CHAVE-ANTERIOR               PIC X(16)   VALUE LOW-VALUES.
      *----------------------------------------------------------------*
      *        ENTRADA MONTADA NO LAYOUT DO MASTER PARA O SORT         *
      *----------------------------------------------------------------*
       01  WS-ENTRADA.
           05 WS-ENT-CHAVE.
              10 WS-ENT-TIPO               PIC X(01).
              10 WS-ENT-IDENT              PIC X(15).
           05 WS-ENT-CPF                   PIC 9(11).
           05 WS-ENT-NOME                  PIC X(30).
           05 WS-ENT-FONTE                 PIC X(08).
           05 WS-ENT-COMPLEMENTO.
              10 WS-ENT-FUNCAO             PIC X(10).
              10 WS-ENT-ORGAO              PIC X(10).
           05 WS-ENT-DATA-INCLUSAO         PIC 9(08).
           05 WS-ENT-VERSAO                PIC 9(05).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
      *                 VERSAO DAS LISTAS                              *
      *----------------------------------------------------------------*
       77  WS-VERSAO-ANTERIOR              PIC 9(05)     VALUE ZEROS.
       77  WS-VERSAO-NOVA                  PIC 9(05)     VALUE ZEROS.
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
       77  WS-LIDOS-PEP                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SAN                    PIC 9(07)     VALUE ZEROS.
       77  WS-PEP-VENCIDOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-SAN-EXCLUIDAS                PIC 9(07)     VALUE ZEROS.
       77  WS-DESCARTADOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-DUPLICADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-MST                    PIC 9(07)     VALUE ZEROS.
       77  WS-INCLUIDAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-ALTERADAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-EXCLUIDAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-MANTIDAS                     PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PEP                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-SAN                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB820S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB820S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *             LAYOUT DO RELATORIO DE ALTERACOES (RELWLS)         *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(33)  VALUE
                  'LISTAS DE RESTRICAO - CARGA DA V.'.
           05 CABT-VERSAO                  PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE ' EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(28)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'M T IDENTIFICACAO   CPF         NOME    '.
           05 FILLER                       PIC X(40)  VALUE
                  '                       FONTE            '.
      *----------------------------------------------------------------*
       01  DET-ALTERACAO.
           05 DETA-MOVIMENTO               PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-TIPO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-IDENT                   PIC X(15)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-CPF                     PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETA-FONTE                   PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE SPACES.
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
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 0100-CLASSIFICA-LISTAS
               THRU 0100-99-CLASSIFICA-LISTAS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-MST      EQUAL HIGH-VALUES
                     AND WS-CHAVE-SRT      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * QUEM DEIXOU A FUNCAO PUBLICA CONTINUA PEP POR PLD/CARENPEP     *
      * ANOS (PADRAO 5): FIM DO EXERCICIO ANTERIOR A DATA DE CORTE     *
      * (HOJE MENOS A CARENCIA) JA NAO ENTRA NO MASTER.                *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           MOVE 'PLD     '                 TO         WS-PGT-DOMINIO.
           MOVE 'CARENPEP'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:2) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'CARENCIA DO PEP NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-ANOS         TO         WS-ANOS-CARENCIA
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.

      * 29/02 SEM PAR NO ANO DE CORTE PASSA A 28/02.
           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           SUBTRACT WS-ANOS-CARENCIA       FROM       WS-DA-ANO.
           IF  WS-DA-MES                   EQUAL      02
           AND WS-DA-DIA                   EQUAL      29
               MOVE 28                     TO         WS-DA-DIA
           END-IF.
           MOVE WS-DATA-AUX                TO      WS-DATA-CORTE-PEP.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0100-CLASSIFICA-LISTAS              SECTION.
      *================================================================*
      * JUNTA AS DUAS LISTAS NO LAYOUT DO MASTER, POR TIPO + IDENT.    *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-LISTAS'   TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS        0150-CARREGA-LISTAS
                GIVING                     WLSSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-LISTAS-EXIT.     EXIT.
      *================================================================*
       0150-CARREGA-LISTAS                 SECTION.
      *================================================================*
      * CADA LISTA EH OPCIONAL NO DIA (35), MAS PELO MENOS UMA TEM QUE *
      * TER CHEGADO.                                                   *
      *----------------------------------------------------------------*
           MOVE '0150-CARREGA-LISTAS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PEPLST.
           IF    WS-FS-PEP                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-PEP
           ELSE
                 IF  WS-FS-PEP             NOT EQUAL  '00'
                     MOVE WS-FS-PEP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DA LISTA PEPLST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-PEP-RECEBIDA
           END-IF.

           OPEN  INPUT                     SANLST.
           IF    WS-FS-SAN                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-SAN
           ELSE
                 IF  WS-FS-SAN             NOT EQUAL  '00'
                     MOVE WS-FS-SAN        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DA LISTA SANLST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-SAN-RECEBIDA
           END-IF.

           IF  WS-PEP-RECEBIDA             EQUAL      'N'
           AND WS-SAN-RECEBIDA             EQUAL      'N'
               MOVE '35 '                  TO         WS-AREA-STAT
               MOVE 'NENHUMA LISTA DE RESTRICAO RECEBIDA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-PEP
               THRU 0160-99-RELEASE-PEP-EXIT
                   UNTIL WS-FS-PEP         EQUAL      '10'.

           PERFORM 0170-RELEASE-SANCAO
               THRU 0170-99-RELEASE-SANCAO-EXIT
                   UNTIL WS-FS-SAN         EQUAL      '10'.

           IF  WS-PEP-RECEBIDA             EQUAL      'S'
               CLOSE PEPLST
           END-IF.
           IF  WS-SAN-RECEBIDA             EQUAL      'S'
               CLOSE SANLST
           END-IF.
      *----------------------------------------------------------------*
       0150-99-CARREGA-LISTAS-EXIT.        EXIT.
      *================================================================*
       0160-RELEASE-PEP                    SECTION.
      *================================================================*
      * O PEP EH IDENTIFICADO PELO CPF; LINHA SEM CPF OU SEM NOME EH   *
      * DESCARTADA.                                                    *
      *----------------------------------------------------------------*
           READ PEPLST.

           IF  WS-FS-PEP   NOT EQUAL '00'
           AND WS-FS-PEP   NOT EQUAL '10'
               MOVE '0160-RELEASE-PEP'     TO         WS-CODIGO-AREA
               MOVE WS-FS-PEP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LISTA PEPLST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PEP                   EQUAL      '10'
               GO TO 0160-99-RELEASE-PEP-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PEP.

           IF  PEP-CPF                     NOT NUMERIC
           OR  PEP-CPF                     EQUAL      ZEROS
           OR  PEP-NOME                    EQUAL      SPACES
               ADD  1                      TO         WS-DESCARTADOS
               GO TO 0160-99-RELEASE-PEP-EXIT
           END-IF.

           IF  PEP-DATA-FIM                NUMERIC
           AND PEP-DATA-FIM                GREATER    ZEROS
           AND PEP-DATA-FIM                LESS       WS-DATA-CORTE-PEP
               ADD  1                      TO         WS-PEP-VENCIDOS
               GO TO 0160-99-RELEASE-PEP-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-ENTRADA.
           MOVE 'P'                        TO         WS-ENT-TIPO.
           MOVE PEP-CPF                    TO         WS-ENT-IDENT.
           MOVE PEP-CPF                    TO         WS-ENT-CPF.
           MOVE PEP-NOME                   TO         WS-ENT-NOME.
           MOVE 'PEP'                      TO         WS-ENT-FONTE.
           MOVE PEP-FUNCAO                 TO         WS-ENT-FUNCAO.
           MOVE PEP-ORGAO                  TO         WS-ENT-ORGAO.
           IF  PEP-DATA-INICIO             NUMERIC
               MOVE PEP-DATA-INICIO        TO    WS-ENT-DATA-INCLUSAO
           ELSE
               MOVE ZEROS                  TO    WS-ENT-DATA-INCLUSAO
           END-IF.
           MOVE ZEROS                      TO         WS-ENT-VERSAO.
           RELEASE REG-SORTWK              FROM       WS-ENTRADA.
      *----------------------------------------------------------------*
       0160-99-RELEASE-PEP-EXIT.           EXIT.
      *================================================================*
       0170-RELEASE-SANCAO                 SECTION.
      *================================================================*
      * SANCAO EH IDENTIFICADA PELO ID DA LISTA; O CPF SO EXISTE PARA  *
      * PARTE DAS ENTRADAS (ESTRANGEIROS NAO TEM).                     *
      *----------------------------------------------------------------*
           READ SANLST.

           IF  WS-FS-SAN   NOT EQUAL '00'
           AND WS-FS-SAN   NOT EQUAL '10'
               MOVE '0170-RELEASE-SANCAO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-SAN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LISTA SANLST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SAN                   EQUAL      '10'
               GO TO 0170-99-RELEASE-SANCAO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SAN.

           IF  SAN-ID                      EQUAL      SPACES
           OR  SAN-NOME                    EQUAL      SPACES
               ADD  1                      TO         WS-DESCARTADOS
               GO TO 0170-99-RELEASE-SANCAO-EXIT
           END-IF.

           IF  SAN-EXCLUIDA
               ADD  1                      TO         WS-SAN-EXCLUIDAS
               GO TO 0170-99-RELEASE-SANCAO-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-ENTRADA.
           MOVE 'S'                        TO         WS-ENT-TIPO.
           MOVE SAN-ID                     TO         WS-ENT-IDENT.
           IF  SAN-CPF                     NUMERIC
               MOVE SAN-CPF                TO         WS-ENT-CPF
           ELSE
               MOVE ZEROS                  TO         WS-ENT-CPF
           END-IF.
           MOVE SAN-NOME                   TO         WS-ENT-NOME.
           MOVE SAN-LISTA                  TO         WS-ENT-FONTE.
           IF  SAN-DATA-INCLUSAO           NUMERIC
               MOVE SAN-DATA-INCLUSAO      TO    WS-ENT-DATA-INCLUSAO
           ELSE
               MOVE ZEROS                  TO    WS-ENT-DATA-INCLUSAO
           END-IF.
           MOVE ZEROS                      TO         WS-ENT-VERSAO.
           RELEASE REG-SORTWK              FROM       WS-ENTRADA.
      *----------------------------------------------------------------*
       0170-99-RELEASE-SANCAO-EXIT.        EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     WLSSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB WLSSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA CARGA: SEM O CONTROLE (35) AS LISTAS COMECAM NA
      * VERSAO ZERO.
           OPEN  INPUT                     WLSCTL.
           IF    WS-FS-CTL                 EQUAL      '35'
                 CONTINUE
           ELSE
                 IF  WS-FS-CTL             NOT EQUAL  '00'
                     MOVE WS-FS-CTL        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO CONTROLE WLSCTL'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 READ WLSCTL
                 IF  WS-FS-CTL             EQUAL      '00'
                     MOVE REG-CTL          TO         WS-CONTROLE
                 ELSE
                     IF  WS-FS-CTL         NOT EQUAL  '10'
                         MOVE WS-FS-CTL    TO         WS-AREA-STAT
                         MOVE 'ERRO AO LER CONTROLE WLSCTL'
                                           TO         WS-AREA-MSG
                         PERFORM 9999-CANCELA
                     END-IF
                 END-IF
                 CLOSE WLSCTL
           END-IF.
           MOVE WS-CTL-VERSAO              TO    WS-VERSAO-ANTERIOR.
           ADD  1  WS-CTL-VERSAO       GIVING         WS-VERSAO-NOVA.

           OPEN  INPUT                     WLSMST.
           IF    WS-FS-MST                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-MST
                 MOVE HIGH-VALUES          TO         WS-CHAVE-MST
           ELSE
                 IF  WS-FS-MST             NOT EQUAL  '00'
                     MOVE WS-FS-MST        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER WLSMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-WLSMST-ABERTO
                 PERFORM 1100-LER-WLSMST THRU 1100-99-LER-WLSMST-EXIT
           END-IF.

           OPEN  OUTPUT  WLSMSTN  WLSCTLN  RELWLS.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
           OR    WS-FS-CTLN                NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.
           MOVE WS-VERSAO-NOVA             TO         CABT-VERSAO.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.

           PERFORM 1200-LER-WLSSRT   THRU  1200-99-LER-WLSSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-WLSMST                     SECTION.
      *================================================================*
           READ WLSMST.

           IF  WS-FS-MST   NOT EQUAL '00'
           AND WS-FS-MST   NOT EQUAL '10'
               MOVE '1100-LER-WLSMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-MST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER WLSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-MST                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-MST
           ELSE
               MOVE MST-CHAVE              TO         WS-CHAVE-MST
               ADD  1                      TO         WS-LIDOS-MST
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-WLSMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-WLSSRT                     SECTION.
      *================================================================*
      * A MESMA IDENTIFICACAO REPETIDA NA LISTA FICA SO UMA VEZ.       *
      *----------------------------------------------------------------*
           READ WLSSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-WLSSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO WLSSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SRT
               GO TO 1200-99-LER-WLSSRT-EXIT
           END-IF.

           IF  SRT-CHAVE                   EQUAL      WS-CHAVE-ANTERIOR
               ADD  1                      TO         WS-DUPLICADOS
               GO TO 1200-LER-WLSSRT
           END-IF.

           MOVE SRT-CHAVE                  TO         WS-CHAVE-SRT
                                                      WS-CHAVE-ANTERIOR.
      *----------------------------------------------------------------*
       1200-99-LER-WLSSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE MASTER ANTERIOR X LISTAS DO DIA POR TIPO + IDENT. *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN WS-CHAVE-MST           LESS       WS-CHAVE-SRT
                   PERFORM 2100-SO-MASTER
                       THRU 2100-99-SO-MASTER-EXIT
               WHEN WS-CHAVE-MST           EQUAL      WS-CHAVE-SRT
                   PERFORM 2200-COMPARA-ENTRADA
                       THRU 2200-99-COMPARA-ENTRADA-EXIT
               WHEN OTHER
                   PERFORM 2300-INCLUI-ENTRADA
                       THRU 2300-99-INCLUI-ENTRADA-EXIT
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-SO-MASTER                      SECTION.
      *================================================================*
      * ENTRADA QUE SAIU DA LISTA RECEBIDA EH EXCLUIDA; SE A LISTA     *
      * DAQUELE TIPO NAO CHEGOU HOJE, A ENTRADA FICA COMO ESTAVA.      *
      *----------------------------------------------------------------*
           IF  (MST-TIPO EQUAL 'P' AND WS-PEP-RECEBIDA EQUAL 'S')
           OR  (MST-TIPO EQUAL 'S' AND WS-SAN-RECEBIDA EQUAL 'S')
               MOVE 'E'                    TO         DETA-MOVIMENTO
               PERFORM 2700-LISTA-ALTERACAO
                   THRU 2700-99-LISTA-ALTERACAO-EXIT
               ADD  1                      TO         WS-EXCLUIDAS
           ELSE
               PERFORM 2800-GRAVA-MASTER
                   THRU 2800-99-GRAVA-MASTER-EXIT
               ADD  1                      TO         WS-MANTIDAS
           END-IF.

           PERFORM 1100-LER-WLSMST   THRU  1100-99-LER-WLSMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-SO-MASTER-EXIT.             EXIT.
      *================================================================*
       2200-COMPARA-ENTRADA                SECTION.
      *================================================================*
      * MUDANCA DE CPF, NOME, FONTE OU COMPLEMENTO GANHA A VERSAO NOVA;*
      * SEM MUDANCA, A ENTRADA MANTEM A VERSAO EM QUE FOI CARREGADA.   *
      *----------------------------------------------------------------*
           IF  SRT-CPF                     EQUAL      MST-CPF
           AND SRT-NOME                    EQUAL      MST-NOME
           AND SRT-FONTE                   EQUAL      MST-FONTE
           AND SRT-COMPLEMENTO             EQUAL      MST-COMPLEMENTO
               PERFORM 2800-GRAVA-MASTER
                   THRU 2800-99-GRAVA-MASTER-EXIT
               ADD  1                      TO         WS-MANTIDAS
           ELSE
               MOVE WS-VERSAO-NOVA         TO         SRT-VERSAO
               MOVE REG-SRT                TO         REG-MST
               PERFORM 2800-GRAVA-MASTER
                   THRU 2800-99-GRAVA-MASTER-EXIT
               MOVE 'A'                    TO         DETA-MOVIMENTO
               PERFORM 2700-LISTA-ALTERACAO
                   THRU 2700-99-LISTA-ALTERACAO-EXIT
               ADD  1                      TO         WS-ALTERADAS
           END-IF.

           PERFORM 1100-LER-WLSMST   THRU  1100-99-LER-WLSMST-EXIT.
           PERFORM 1200-LER-WLSSRT   THRU  1200-99-LER-WLSSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-COMPARA-ENTRADA-EXIT.       EXIT.
      *================================================================*
       2300-INCLUI-ENTRADA                 SECTION.
      *================================================================*
           MOVE WS-VERSAO-NOVA             TO         SRT-VERSAO.
           IF  SRT-DATA-INCLUSAO           EQUAL      ZEROS
               MOVE WS-DATA-HOJE           TO         SRT-DATA-INCLUSAO
           END-IF.
           MOVE REG-SRT                    TO         REG-MST.
           PERFORM 2800-GRAVA-MASTER
               THRU 2800-99-GRAVA-MASTER-EXIT.
           MOVE 'I'                        TO         DETA-MOVIMENTO.
           PERFORM 2700-LISTA-ALTERACAO
               THRU 2700-99-LISTA-ALTERACAO-EXIT.
           ADD  1                          TO         WS-INCLUIDAS.

           PERFORM 1200-LER-WLSSRT   THRU  1200-99-LER-WLSSRT-EXIT.
      *----------------------------------------------------------------*
       2300-99-INCLUI-ENTRADA-EXIT.        EXIT.
      *================================================================*
       2700-LISTA-ALTERACAO                SECTION.
      *================================================================*
           MOVE MST-TIPO                   TO         DETA-TIPO.
           MOVE MST-IDENT                  TO         DETA-IDENT.
           IF  MST-CPF                     EQUAL      ZEROS
               MOVE SPACES                 TO         DETA-CPF
           ELSE
               MOVE MST-CPF                TO         DETA-CPF
           END-IF.
           MOVE MST-NOME                   TO         DETA-NOME.
           MOVE MST-FONTE                  TO         DETA-FONTE.
           WRITE REG-REL                   FROM       DET-ALTERACAO.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.
      *----------------------------------------------------------------*
       2700-99-LISTA-ALTERACAO-EXIT.       EXIT.
      *================================================================*
       2800-GRAVA-MASTER                   SECTION.
      *================================================================*
           WRITE REG-MSTN                  FROM       REG-MST.
           IF  WS-FS-MSTN                  NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO WLSMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MSTN.
           IF  MST-TIPO                    EQUAL      'P'
               ADD  1                      TO         WS-GRAVADOS-PEP
           ELSE
               ADD  1                      TO         WS-GRAVADOS-SAN
           END-IF.
      *----------------------------------------------------------------*
       2800-99-GRAVA-MASTER-EXIT.          EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELWLS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELWLS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELWLS-EXIT.             EXIT.
      *================================================================*
       8100-LINHA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       DET-TOTAL.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.
      *----------------------------------------------------------------*
       8100-99-LINHA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
      * SO HA VERSAO NOVA QUANDO ALGUMA ENTRADA MUDOU; A VERSAO JA     *
      * TRIADA PELO VRB821S PASSA ADIANTE COMO ESTAVA.                 *
      *----------------------------------------------------------------*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           IF  WS-INCLUIDAS                GREATER    ZEROS
           OR  WS-ALTERADAS                GREATER    ZEROS
           OR  WS-EXCLUIDAS                GREATER    ZEROS
               MOVE WS-VERSAO-NOVA         TO         WS-CTL-VERSAO
               MOVE WS-DATA-HOJE           TO         WS-CTL-DATA-CARGA
           END-IF.
           MOVE WS-GRAVADOS-PEP            TO         WS-CTL-QTDE-PEP.
           MOVE WS-GRAVADOS-SAN            TO         WS-CTL-QTDE-SAN.
           WRITE REG-CTLN                  FROM       WS-CONTROLE.
           IF  WS-FS-CTLN                  NOT EQUAL  '00'
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE WLSCTLN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT.
           MOVE 'ENTRADAS INCLUIDAS'       TO         DETT-DESCRICAO.
           MOVE WS-INCLUIDAS               TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           MOVE 'ENTRADAS ALTERADAS'       TO         DETT-DESCRICAO.
           MOVE WS-ALTERADAS               TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           MOVE 'ENTRADAS EXCLUIDAS'       TO         DETT-DESCRICAO.
           MOVE WS-EXCLUIDAS               TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           MOVE 'ENTRADAS SEM ALTERACAO'   TO         DETT-DESCRICAO.
           MOVE WS-MANTIDAS                TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           MOVE 'PEP NO MASTER'            TO         DETT-DESCRICAO.
           MOVE WS-GRAVADOS-PEP            TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           MOVE 'SANCOES NO MASTER'        TO         DETT-DESCRICAO.
           MOVE WS-GRAVADOS-SAN            TO         DETT-QTDE.
           PERFORM 8100-LINHA-TOTAL THRU 8100-99-LINHA-TOTAL-EXIT.
           IF  WS-PEP-RECEBIDA             EQUAL      'N'
               MOVE 'LISTA PEP NAO RECEBIDA - MANTIDA ANTERIOR'
                                           TO         REG-REL
               WRITE REG-REL
               PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT
           END-IF.
           IF  WS-SAN-RECEBIDA             EQUAL      'N'
               MOVE 'LISTA DE SANCOES NAO RECEBIDA - MANTIDA ANTERIOR'
                                           TO         REG-REL
               WRITE REG-REL
               PERFORM 8000-FS-RELWLS THRU 8000-99-FS-RELWLS-EXIT
           END-IF.

           CLOSE WLSSRT  WLSMSTN  WLSCTLN  RELWLS.
           IF  WS-WLSMST-ABERTO            EQUAL      'S'
               CLOSE WLSMST
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-MSTN                  NOT EQUAL  '00'
           OR  WS-FS-CTLN                  NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-MSTN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NA LISTA PEP    =    ' WS-LIDOS-PEP.
           DISPLAY '*   PEP FORA DA CARENCIA =   ' WS-PEP-VENCIDOS.
           DISPLAY '* LIDOS NAS SANCOES     =    ' WS-LIDOS-SAN.
           DISPLAY '*   SANCOES EXCLUIDAS   =    ' WS-SAN-EXCLUIDAS.
           DISPLAY '* DESCARTADOS (INVALID) =    ' WS-DESCARTADOS.
           DISPLAY '* DUPLICADOS NA LISTA   =    ' WS-DUPLICADOS.
           DISPLAY '* LIDOS EM WLSMST       =    ' WS-LIDOS-MST.
           DISPLAY '* INCLUIDAS             =    ' WS-INCLUIDAS.
           DISPLAY '* ALTERADAS             =    ' WS-ALTERADAS.
           DISPLAY '* EXCLUIDAS             =    ' WS-EXCLUIDAS.
           DISPLAY '* SEM ALTERACAO         =    ' WS-MANTIDAS.
           DISPLAY '* GRAVADOS EM WLSMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* VERSAO DAS LISTAS     =    ' WS-CTL-VERSAO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           ADD   WS-LIDOS-PEP  WS-LIDOS-SAN GIVING WS-RC-QTDE-LIDOS.
           MOVE  WS-GRAVADOS-MSTN          TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB820S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
