       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB804S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MATRIZ MENSAL DE ROLAGEM DA INADIMPLENCIA. O CARCTL  *
      * SO GUARDA A POSICAO CORRENTE DE CADA DEVEDOR; ESTE PROGRAMA    *
      * TIRA A FOTOGRAFIA DO MES DE REFERENCIA (PRFPARM) E COMPARA COM *
      * A DO MES ANTERIOR:                                             *
      *   1. MONTA A FOTOGRAFIA POR ORIGEM+CHAVE (SORT INTERNO):       *
      *      - CLUBE (S) E CARTAO (C): ESTAGIO DO CARCTL (1/2/3);      *
      *      - EMPRESTIMO (L): CONTRATO DO LOANPAR COM PARCELA EM      *
      *        ABERTO ATRASADA NO FIM DO MES, NOS MESMOS MARCOS DO     *
      *        VRB704S (30/60/90 DIAS = ESTAGIO 1/2/3); CONTRATO       *
      *        CONGELADO POR SINISTRO (LOANMST 'S') FICA DE FORA;      *
      *      - PREJUIZO: BAIXAS DO MES NO LIVRO PREJMST (ESTAGIO 9).   *
      *      O SALDO VEM DO ARQSAI (C), DO CADSOC1 (S), DAS PARCELAS   *
      *      EM ABERTO (L) OU DO VALOR BAIXADO (9);                    *
      *   2. BATE A FOTOGRAFIA ANTERIOR ROLSNP COM A ATUAL E GRAVA A   *
      *      NOVA EM ROLSNPN: DEVEDOR SO NA ANTERIOR FOI CURADO (PARA  *
      *      EM DIA); SO NA ATUAL ENTROU (DE EM DIA); PREJUIZO NA      *
      *      ANTERIOR NAO ROLA MAIS E EH IGNORADO;                     *
      *   3. IMPRIME NO RELROL, POR ORIGEM, A MATRIZ DE/PARA EM        *
      *      QUANTIDADE E EM SALDO (SALDO DA POSICAO ANTERIOR; NA      *
      *      ENTRADA, O ATUAL), A TAXA DE CURA E A TAXA DE ROLAGEM     *
      *      PARA PERDA (SOBRE OS DEVEDORES EM ESTAGIO 1-3 NO MES      *
      *      ANTERIOR).                                                *
      * MES JA FOTOGRAFADO NO ROLSNP CANCELA.                          *
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

           SELECT PRFPARM        ASSIGN TO PRFPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT CARCTL         ASSIGN TO CARCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT PREJMST        ASSIGN TO PREJMST
           FILE STATUS           IS        WS-FS-PRE.
      *----------------------------------------------------------------*
           SELECT ROLWRK         ASSIGN TO ROLWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT ARQSAI         ASSIGN TO ARQSAI
           FILE STATUS           IS        WS-FS-SAI.
      *----------------------------------------------------------------*
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT ROLSNP         ASSIGN TO ROLSNP
           FILE STATUS           IS        WS-FS-SNP.
      *----------------------------------------------------------------*
           SELECT ROLSNPN        ASSIGN TO ROLSNPN
           FILE STATUS           IS        WS-FS-SNPN.
      *----------------------------------------------------------------*
           SELECT RELROL         ASSIGN TO RELROL
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC 9(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  CARCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-ORIGEM                   PIC X(01).
           05 CTL-CHAVE                    PIC 9(11).
           05 CTL-ULTIMO-ESTAGIO           PIC 9(01).
           05 CTL-DATA-ENVIO               PIC 9(08).
           05 FILLER                       PIC X(19).
      *----------------------------------------------------------------*
       FD  LOANMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOA.

       01  REG-LOA.
           05 LOA-CONTRATO                 PIC 9(06).
           05 FILLER                       PIC X(75).
           05 LOA-SITUACAO                 PIC X(01).
              88 LOA-SIT-CONGELADO                      VALUE 'S'.
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  LOANPAR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-CONTRATO                 PIC 9(06).
           05 PAR-PARCELA                  PIC 9(03).
           05 PAR-DATA-VENCTO              PIC 9(08).
           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
              88 PAR-EM-ABERTO                          VALUE 'A' 'E'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  PREJMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRE.

       01  REG-PRE.
           05 PRE-SOCIO                    PIC 9(06).
           05 PRE-NOME                     PIC X(30).
           05 PRE-VALOR-BAIXADO            PIC 9(09)V9(02).
           05 PRE-DATA-BAIXA               PIC 9(08).
           05 PRE-ESTAGIO-ORIGEM           PIC 9(01).
           05 PRE-SITUACAO                 PIC X(01).
           05 PRE-VALOR-RECUPERADO         PIC 9(09)V9(02).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
      *   FOTOGRAFIA DO MES CLASSIFICADA POR ORIGEM+CHAVE              *
      *----------------------------------------------------------------*
       FD  ROLWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-ORIGEM                   PIC X(01).
           05 WRK-CHAVE                    PIC 9(11).
           05 WRK-ESTAGIO                  PIC 9(01).
           05 WRK-SALDO                    PIC 9(11)V9(02).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-ORIGEM                    PIC X(01).
           05 SW-CHAVE                     PIC 9(11).
           05 SW-ESTAGIO                   PIC 9(01).
           05 SW-SALDO                     PIC 9(11)V9(02).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  ARQSAI
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 65 CHARACTERS
           DATA RECORD IS       REG-SAI.

       01  REG-SAI.
           05 CPF-SAI                      PIC 9(11).
           05 NOME-CLIENTE-SAI             PIC X(30).
           05 TOTAL-DIVIDA-SAI             PIC 9(15)V99.
           05 FAIXA-RISCO-SAI              PIC X(05).
           05 FILLER                       PIC 9(02).
      *----------------------------------------------------------------*
       FD  CADSOC1
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SOC.

       01  REG-SOC.
           05 CODIGO-PAGAMENTO1            PIC 9(02).
           05 NUMERO-SOCIO1                PIC 9(06).
           05 NOME-SOCIO1                  PIC X(30).
           05 VALOR-PAGAMENTO1             PIC 9(09)V9(02).
           05 VALOR-PAGO-PARCIAL1          PIC 9(09)V9(02).
      *----------------------------------------------------------------*
      *   FOTOGRAFIA MENSAL DE ESTAGIO POR DEVEDOR (ORIGEM+CHAVE)      *
      *----------------------------------------------------------------*
       FD  ROLSNP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-SNP.

       01  REG-SNP.
           05 SNP-ANOMES                   PIC 9(06).
           05 SNP-ORIGEM                   PIC X(01).
           05 SNP-CHAVE                    PIC 9(11).
           05 SNP-ESTAGIO                  PIC 9(01).
           05 SNP-SALDO                    PIC 9(11)V9(02).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  ROLSNPN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-SNPN.

       01  REG-SNPN.
           05 SNPN-ANOMES                  PIC 9(06).
           05 SNPN-ORIGEM                  PIC X(01).
           05 SNPN-CHAVE                   PIC 9(11).
           05 SNPN-ESTAGIO                 PIC 9(01).
           05 SNPN-SALDO                   PIC 9(11)V9(02).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  RELROL
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRE                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-SAI                       PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-SNP                       PIC X(02)     VALUE '00'.
       77  WS-FS-SNPN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CTL                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PRE                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SNP                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-SNPN                PIC 9(07)     VALUE ZEROS.
       77  WS-CONTRATOS-ATRASO             PIC 9(07)     VALUE ZEROS.
       77  WS-BAIXAS-MES                   PIC 9(07)     VALUE ZEROS.
       77  WS-DUPLICADOS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *  DATA DE CORTE = DIA 1 DO MES SEGUINTE AO DE REFERENCIA; O     *
      *  ATRASO EH CONTADO ATE A VESPERA (ULTIMO DIA DO MES).          *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       77  WS-ANOMES-ANTERIOR              PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-CORTE                   PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO                 PIC 9(04).
           05 WS-CORTE-MES                 PIC 9(02).
           05 WS-CORTE-DIA                 PIC 9(02).
       77  WS-DIAS-ATRASO                  PIC 9(05)     VALUE ZEROS.
       77  WS-SNP-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *        CONTRATO CORRENTE (QUEBRA DO LOANPAR)                   *
      *----------------------------------------------------------------*
       77  WS-CONTRATO-ATUAL               PIC 9(06)     VALUE ZEROS.
       77  WS-CON-SALDO                    PIC 9(11)V9(02) VALUE ZEROS.
       77  WS-CON-ATRASO                   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CONTRATOS CONGELADOS POR SINISTRO (LOANMST 'S')         *
      *----------------------------------------------------------------*
       77  WS-QTDE-LOA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LOA                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-LOA-ACHADO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-LOA.
           05 WS-LOA-CONTRATO              PIC 9(06)
                                           OCCURS 5000 TIMES.
      *----------------------------------------------------------------*
      *        CHAVES DO BATIMENTO (HIGH-VALUES NO FIM DO ARQUIVO)     *
      *----------------------------------------------------------------*
       01  WS-CHAVE-ATU.
           05 WS-CA-ORIGEM                 PIC X(01).
           05 WS-CA-CHAVE                  PIC 9(11).
       01  WS-CHAVE-ANT.
           05 WS-CN-ORIGEM                 PIC X(01).
           05 WS-CN-CHAVE                  PIC 9(11).
       01  WS-CHAVE-ULTIMA.
           05 WS-CU-ORIGEM                 PIC X(01).
           05 WS-CU-CHAVE                  PIC 9(11).
       77  WS-CHAVE-SAI                    PIC X(11)     VALUE SPACES.
       77  WS-CHAVE-SOC                    PIC X(06)     VALUE SPACES.
       77  WS-CHAVE-PROCURA                PIC 9(11)     VALUE ZEROS.
       77  WS-CHAVE-PROCURA-X REDEFINES WS-CHAVE-PROCURA
                                           PIC X(11).
      *----------------------------------------------------------------*
      *   MATRIZ DE/PARA POR ORIGEM (1 CLUBE, 2 CARTAO, 3 EMPRESTIMO); *
      *   ESTAGIOS 1 EM DIA, 2-4 ESTAGIO 1-3, 5 PREJUIZO               *
      *----------------------------------------------------------------*
       77  WS-IND-ORI                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DE                       PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PARA                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-SALDO-MOV                    PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-TAB-ROL.
           05 WS-ORI-ITEM                  OCCURS 3 TIMES.
              10 WS-ORI-NOME               PIC X(10).
              10 WS-DE-ITEM                OCCURS 5 TIMES.
                 15 WS-PARA-ITEM           OCCURS 5 TIMES.
                    20 WS-ROL-QTDE         PIC 9(07).
                    20 WS-ROL-SALDO        PIC 9(13)V9(02).
      *----------------------------------------------------------------*
      *   TAXAS DE CURA E DE ROLAGEM PARA PERDA DA ORIGEM              *
      *----------------------------------------------------------------*
       77  WS-BASE-QTDE                    PIC 9(07)     VALUE ZEROS.
       77  WS-BASE-SALDO                   PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-CURA-QTDE                    PIC 9(07)     VALUE ZEROS.
       77  WS-CURA-SALDO                   PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-PERDA-QTDE                   PIC 9(07)     VALUE ZEROS.
       77  WS-PERDA-SALDO                  PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-TAXA-QTDE                    PIC 9(03)V9(02) VALUE ZEROS.
       77  WS-TAXA-SALDO                   PIC 9(03)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DIAS ENTRE DATAS (VRB672S)                     *
      *----------------------------------------------------------------*
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05  WS-672-DATA-INICIAL         PIC 9(08).
           05  WS-672-DATA-FINAL           PIC 9(08).
           05  WS-672-DIAS                 PIC S9(07)  COMP.
           05  WS-672-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB804S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB804S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELROL                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(33)  VALUE
                  'MATRIZ DE ROLAGEM - REF/ANTERIOR '.
           05 CABT-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANOMES-ANT              PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(34)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-ORIGEM.
           05 FILLER                       PIC X(08)  VALUE 'ORIGEM: '.
           05 CABO-NOME                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE ' - '.
           05 CABO-TIPO                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(49)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(11)  VALUE 'DE \ PARA'.
           05 FILLER                       PIC X(13)  VALUE
                                                       '       EM DIA'.
           05 FILLER                       PIC X(13)  VALUE
                                                       '    ESTAGIO 1'.
           05 FILLER                       PIC X(13)  VALUE
                                                       '    ESTAGIO 2'.
           05 FILLER                       PIC X(13)  VALUE
                                                       '    ESTAGIO 3'.
           05 FILLER                       PIC X(13)  VALUE
                                                       '     PREJUIZO'.
           05 FILLER                       PIC X(04)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-QTDE.
           05 DETQ-ROTULO                  PIC X(11).
           05 DETQ-CELULA                  OCCURS 5 TIMES.
              10 FILLER                    PIC X(06).
              10 DETQ-QTDE                 PIC ZZZ.ZZ9.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       01  DET-SALDO.
           05 DETS-ROTULO                  PIC X(11).
           05 DETS-CELULA                  OCCURS 5 TIMES.
              10 FILLER                    PIC X(01).
              10 DETS-SALDO                PIC ZZZZZZZZ9,99.
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       01  DET-TAXA.
           05 DETT-DESCRICAO               PIC X(30)  VALUE SPACES.
           05 DETT-TAXA-QTDE               PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE
                                              ' % EM QTDE     '.
           05 DETT-TAXA-SALDO              PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(22)  VALUE
                                              ' % EM SALDO'.
      *----------------------------------------------------------------*
       01  WS-ROTULOS-X.
           05 FILLER                       PIC X(11)  VALUE
                                                       'EM DIA/NOVO'.
           05 FILLER                       PIC X(11)  VALUE 'ESTAGIO 1'.
           05 FILLER                       PIC X(11)  VALUE 'ESTAGIO 2'.
           05 FILLER                       PIC X(11)  VALUE 'ESTAGIO 3'.
       01  WS-ROTULOS REDEFINES            WS-ROTULOS-X.
           05 WS-ROTULO                    PIC X(11)  OCCURS 4 TIMES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 0100-CLASSIFICA-FOTOGRAFIA
               THRU 0100-99-CLASSIFICA-FOTOGRAFIA-EXIT.
           PERFORM 1500-ABRE-BATIMENTO
               THRU 1500-99-ABRE-BATIMENTO-EXIT.
           PERFORM 2000-BATIMENTO          THRU  2000-99-BATIMENTO-EXIT
                   UNTIL WS-CHAVE-ATU      EQUAL HIGH-VALUES
                     AND WS-CHAVE-ANT      EQUAL HIGH-VALUES.
           MOVE WS-ANOMES-REF              TO         CABT-ANOMES.
           MOVE WS-ANOMES-ANTERIOR         TO         CABT-ANOMES-ANT.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
           PERFORM 6000-IMPRIME-ORIGEM
               THRU 6000-99-IMPRIME-ORIGEM-EXIT
                   VARYING WS-IND-ORI FROM 1 BY 1
                   UNTIL WS-IND-ORI GREATER 3.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-FOTOGRAFIA          SECTION.
      *================================================================*
      * FOTOGRAFIA DO MES POR ORIGEM+CHAVE; NA MESMA CHAVE O MAIOR     *
      * ESTAGIO VEM PRIMEIRO (PREJUIZO PREVALECE) E OS DEMAIS SAO      *
      * DESCARTADOS NA LEITURA.                                        *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-FOTOGRAFIA' TO  WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-ORIGEM
                ASCENDING KEY              SW-CHAVE
                DESCENDING KEY             SW-ESTAGIO
                INPUT  PROCEDURE IS        0150-MONTA-FOTOGRAFIA
                GIVING                     ROLWRK.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-FOTOGRAFIA-EXIT. EXIT.
      *================================================================*
       0150-MONTA-FOTOGRAFIA               SECTION.
      *================================================================*
           MOVE '0150-MONTA-FOTOGRAFIA'    TO    WS-CODIGO-AREA.

           OPEN  INPUT                     CARCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE CARCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0160-RELEASE-CARCTL
               THRU 0160-99-RELEASE-CARCTL-EXIT
                   UNTIL WS-FS-CTL         EQUAL '10'.
           CLOSE CARCTL.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0280-LER-LOANPAR  THRU  0280-99-LER-LOANPAR-EXIT.
           PERFORM 0250-RELEASE-CONTRATO
               THRU 0250-99-RELEASE-CONTRATO-EXIT
                   UNTIL WS-FS-PAR         EQUAL '10'.
           CLOSE LOANPAR.

      * SEM LIVRO DE PREJUIZO (35) NAO HOUVE BAIXA.
           OPEN  INPUT                     PREJMST.
           IF    WS-FS-PRE                 EQUAL      '35'
                 GO TO 0150-99-MONTA-FOTOGRAFIA-EXIT
           END-IF.
           IF    WS-FS-PRE                 NOT EQUAL  '00'
                 MOVE WS-FS-PRE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO LIVRO PREJMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           PERFORM 0300-RELEASE-PREJUIZO
               THRU 0300-99-RELEASE-PREJUIZO-EXIT
                   UNTIL WS-FS-PRE         EQUAL '10'.
           CLOSE PREJMST.
      *----------------------------------------------------------------*
       0150-99-MONTA-FOTOGRAFIA-EXIT.      EXIT.
      *================================================================*
       0160-RELEASE-CARCTL                 SECTION.
      *================================================================*
           READ  CARCTL.

           IF  WS-FS-CTL   NOT EQUAL '00'
           AND WS-FS-CTL   NOT EQUAL '10'
               MOVE WS-FS-CTL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE CARCTL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTL                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-CTL
               IF  CTL-ULTIMO-ESTAGIO      GREATER    ZEROS
               AND CTL-ULTIMO-ESTAGIO      LESS       4
                   MOVE SPACES             TO         REG-SORTWK
                   MOVE CTL-ORIGEM         TO         SW-ORIGEM
                   MOVE CTL-CHAVE          TO         SW-CHAVE
                   MOVE CTL-ULTIMO-ESTAGIO TO         SW-ESTAGIO
                   MOVE ZEROS              TO         SW-SALDO
                   RELEASE REG-SORTWK
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-CARCTL-EXIT.        EXIT.
      *================================================================*
       0250-RELEASE-CONTRATO               SECTION.
      *================================================================*
      * CONTRATO COM PARCELA EM ABERTO ATRASADA 30+ DIAS NO FIM DO     *
      * MES ENTRA COM O SALDO DAS PARCELAS EM ABERTO.                  *
      *----------------------------------------------------------------*
           MOVE PAR-CONTRATO               TO         WS-CONTRATO-ATUAL.
           MOVE ZEROS                      TO         WS-CON-SALDO
                                                      WS-CON-ATRASO.

           PERFORM 0260-ACUMULA-PARCELA
               THRU 0260-99-ACUMULA-PARCELA-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'
                      OR PAR-CONTRATO  NOT EQUAL      WS-CONTRATO-ATUAL.

           IF  WS-CON-ATRASO               LESS       30
               GO TO 0250-99-RELEASE-CONTRATO-EXIT
           END-IF.

           MOVE 'N'                        TO         WS-LOA-ACHADO.
           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL WS-CONTRATO-ATUAL
                   MOVE 'S'                TO         WS-LOA-ACHADO
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.
           IF  WS-LOA-ACHADO               EQUAL      'S'
               GO TO 0250-99-RELEASE-CONTRATO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE 'L'                        TO         SW-ORIGEM.
           MOVE WS-CONTRATO-ATUAL          TO         SW-CHAVE.
           EVALUATE TRUE
               WHEN WS-CON-ATRASO      NOT LESS       90
                   MOVE 3                  TO         SW-ESTAGIO
               WHEN WS-CON-ATRASO      NOT LESS       60
                   MOVE 2                  TO         SW-ESTAGIO
               WHEN OTHER
                   MOVE 1                  TO         SW-ESTAGIO
           END-EVALUATE.
           MOVE WS-CON-SALDO               TO         SW-SALDO.
           RELEASE REG-SORTWK.
           ADD  1                          TO      WS-CONTRATOS-ATRASO.
      *----------------------------------------------------------------*
       0250-99-RELEASE-CONTRATO-EXIT.      EXIT.
      *================================================================*
       0260-ACUMULA-PARCELA                SECTION.
      *================================================================*
           IF  PAR-EM-ABERTO
               ADD  PAR-VALOR              TO         WS-CON-SALDO
               PERFORM 0270-APURA-ATRASO THRU 0270-99-APURA-ATRASO-EXIT
               IF  WS-DIAS-ATRASO          GREATER    WS-CON-ATRASO
                   MOVE WS-DIAS-ATRASO     TO         WS-CON-ATRASO
               END-IF
           END-IF.

           PERFORM 0280-LER-LOANPAR  THRU  0280-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       0260-99-ACUMULA-PARCELA-EXIT.       EXIT.
      *================================================================*
       0270-APURA-ATRASO                   SECTION.
      *================================================================*
      * DIAS DE ATRASO DA PARCELA NO ULTIMO DIA DO MES DE REFERENCIA.  *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-DIAS-ATRASO.
           IF  PAR-DATA-VENCTO         NOT LESS       WS-DATA-CORTE
               GO TO 0270-99-APURA-ATRASO-EXIT
           END-IF.

           MOVE PAR-DATA-VENCTO            TO      WS-672-DATA-INICIAL.
           MOVE WS-DATA-CORTE              TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              EQUAL      'N'
               MOVE '0270-APURA-ATRASO'    TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DOS DIAS DE ATRASO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-672-DIAS                 GREATER    99999
               MOVE 99999                  TO         WS-DIAS-ATRASO
           ELSE
               COMPUTE WS-DIAS-ATRASO = WS-672-DIAS - 1
           END-IF.
      *----------------------------------------------------------------*
       0270-99-APURA-ATRASO-EXIT.          EXIT.
      *================================================================*
       0280-LER-LOANPAR                    SECTION.
      *================================================================*
           READ  LOANPAR.
           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE '0280-LER-LOANPAR'     TO         WS-CODIGO-AREA
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PAR
           END-IF.
      *----------------------------------------------------------------*
       0280-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       0300-RELEASE-PREJUIZO               SECTION.
      *================================================================*
      * BAIXA PARA PREJUIZO DO MES DE REFERENCIA (VRB759S) ENTRA COMO  *
      * ESTAGIO 9 DO SOCIO, COM O VALOR BAIXADO.                       *
      *----------------------------------------------------------------*
           READ  PREJMST.

           IF  WS-FS-PRE   NOT EQUAL '00'
           AND WS-FS-PRE   NOT EQUAL '10'
               MOVE '0300-RELEASE-PREJUIZO' TO        WS-CODIGO-AREA
               MOVE WS-FS-PRE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LIVRO PREJMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PRE                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PRE
               IF  PRE-DATA-BAIXA (1:6)    EQUAL      WS-ANOMES-REF
                   MOVE SPACES             TO         REG-SORTWK
                   MOVE 'S'                TO         SW-ORIGEM
                   MOVE PRE-SOCIO          TO         SW-CHAVE
                   MOVE 9                  TO         SW-ESTAGIO
                   MOVE PRE-VALOR-BAIXADO  TO         SW-SALDO
                   RELEASE REG-SORTWK
                   ADD  1                  TO         WS-BAIXAS-MES
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0300-99-RELEASE-PREJUIZO-EXIT.      EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-REF.

           MOVE  PARM-ANO                  TO         WS-CORTE-ANO.
           MOVE  PARM-MES                  TO         WS-CORTE-MES.
           MOVE  01                        TO         WS-CORTE-DIA.
           IF    WS-CORTE-MES              EQUAL      12
                 ADD  1                    TO         WS-CORTE-ANO
                 MOVE 01                   TO         WS-CORTE-MES
           ELSE
                 ADD  1                    TO         WS-CORTE-MES
           END-IF.
           CLOSE PRFPARM.

           INITIALIZE                      WS-TAB-ROL.
           MOVE 'CLUBE'                    TO         WS-ORI-NOME (1).
           MOVE 'CARTAO'                   TO         WS-ORI-NOME (2).
           MOVE 'EMPRESTIMO'               TO         WS-ORI-NOME (3).

           PERFORM 1100-CARREGA-CONGELADOS
               THRU 1100-99-CARREGA-CONGELADOS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-CONGELADOS             SECTION.
      *================================================================*
           MOVE '1100-CARREGA-CONGELADOS'  TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-CONTRATO THRU 1150-99-LE-CONTRATO-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
      *----------------------------------------------------------------*
       1100-99-CARREGA-CONGELADOS-EXIT.    EXIT.
      *================================================================*
       1150-LE-CONTRATO                    SECTION.
      *================================================================*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 1150-99-LE-CONTRATO-EXIT
           END-IF.

           IF  NOT LOA-SIT-CONGELADO
               GO TO 1150-99-LE-CONTRATO-EXIT
           END-IF.

           IF  WS-QTDE-LOA                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 CONTRATOS CONGELADOS NO LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-LOA.
           MOVE LOA-CONTRATO     TO  WS-LOA-CONTRATO (WS-QTDE-LOA).
      *----------------------------------------------------------------*
       1150-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       1500-ABRE-BATIMENTO                 SECTION.
      *================================================================*
      * FOTOGRAFIA ANTERIOR: AUSENTE (35) = PRIMEIRO MES, TODOS OS     *
      * DEVEDORES ENTRAM COMO NOVOS. MES JA FOTOGRAFADO CANCELA.       *
      *----------------------------------------------------------------*
           MOVE '1500-ABRE-BATIMENTO'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ROLWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ROLWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     ARQSAI.
           IF    WS-FS-SAI                 NOT EQUAL  '00'
                 MOVE WS-FS-SAI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ARQSAI'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     ROLSNP.
           IF    WS-FS-SNP                 EQUAL      '35'
                 DISPLAY 'FOTOGRAFIA ROLSNP AUSENTE - PRIMEIRO MES'
                 MOVE '10'                 TO         WS-FS-SNP
                 MOVE HIGH-VALUES          TO         WS-CHAVE-ANT
           ELSE
                 IF  WS-FS-SNP             NOT EQUAL  '00'
                     MOVE WS-FS-SNP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DA FOTOGRAFIA ROLSNP'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-SNP-ABERTO
                 PERFORM 2300-LER-ROLSNP THRU 2300-99-LER-ROLSNP-EXIT
           END-IF.

           OPEN  OUTPUT                    ROLSNPN.
           IF    WS-FS-SNPN                NOT EQUAL  '00'
                 MOVE WS-FS-SNPN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA FOTOGRAFIA NOVA ROLSNPN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELROL.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELROL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE LOW-VALUES                 TO         WS-CHAVE-ULTIMA.
           PERFORM 1600-LER-ARQSAI   THRU  1600-99-LER-ARQSAI-EXIT.
           PERFORM 1700-LER-CADSOC1  THRU  1700-99-LER-CADSOC1-EXIT.
           PERFORM 2200-LER-ROLWRK   THRU  2200-99-LER-ROLWRK-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-BATIMENTO-EXIT.        EXIT.
      *================================================================*
       1600-LER-ARQSAI                     SECTION.
      *================================================================*
           READ ARQSAI.

           IF  WS-FS-SAI   NOT EQUAL '00'
           AND WS-FS-SAI   NOT EQUAL '10'
               MOVE '1600-LER-ARQSAI'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SAI              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ARQSAI'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SAI                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SAI
           ELSE
               MOVE CPF-SAI                TO         WS-CHAVE-SAI
           END-IF.
      *----------------------------------------------------------------*
       1600-99-LER-ARQSAI-EXIT.            EXIT.
      *================================================================*
       1700-LER-CADSOC1                    SECTION.
      *================================================================*
           READ CADSOC1.

           IF  WS-FS-SOC   NOT EQUAL '00'
           AND WS-FS-SOC   NOT EQUAL '10'
               MOVE '1700-LER-CADSOC1'     TO         WS-CODIGO-AREA
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SOC                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SOC
           ELSE
               MOVE NUMERO-SOCIO1          TO         WS-CHAVE-SOC
           END-IF.
      *----------------------------------------------------------------*
       1700-99-LER-CADSOC1-EXIT.           EXIT.
      *================================================================*
       2000-BATIMENTO                      SECTION.
      *================================================================*
      * FOTOGRAFIA ATUAL (ROLWRK) X ANTERIOR (ROLSNP) POR ORIGEM+CHAVE *
      *----------------------------------------------------------------*
           MOVE '2000-BATIMENTO'           TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN WS-CHAVE-ATU           EQUAL      WS-CHAVE-ANT
                   MOVE WS-CA-ORIGEM       TO         WS-CU-ORIGEM
                   MOVE SNP-ESTAGIO        TO         WS-IND-DE
                   MOVE WRK-ESTAGIO        TO         WS-IND-PARA
                   MOVE SNP-SALDO          TO         WS-SALDO-MOV
                   PERFORM 2500-REGISTRA THRU 2500-99-REGISTRA-EXIT
                   PERFORM 2400-GRAVA-ROLSNPN
                       THRU 2400-99-GRAVA-ROLSNPN-EXIT
                   PERFORM 2200-LER-ROLWRK THRU 2200-99-LER-ROLWRK-EXIT
                   PERFORM 2300-LER-ROLSNP THRU 2300-99-LER-ROLSNP-EXIT
               WHEN WS-CHAVE-ATU           LESS       WS-CHAVE-ANT
                   MOVE WS-CA-ORIGEM       TO         WS-CU-ORIGEM
                   MOVE ZEROS              TO         WS-IND-DE
                   MOVE WRK-ESTAGIO        TO         WS-IND-PARA
                   MOVE WRK-SALDO          TO         WS-SALDO-MOV
                   PERFORM 2500-REGISTRA THRU 2500-99-REGISTRA-EXIT
                   PERFORM 2400-GRAVA-ROLSNPN
                       THRU 2400-99-GRAVA-ROLSNPN-EXIT
                   PERFORM 2200-LER-ROLWRK THRU 2200-99-LER-ROLWRK-EXIT
               WHEN OTHER
                   MOVE WS-CN-ORIGEM       TO         WS-CU-ORIGEM
                   MOVE SNP-ESTAGIO        TO         WS-IND-DE
                   MOVE ZEROS              TO         WS-IND-PARA
                   MOVE SNP-SALDO          TO         WS-SALDO-MOV
                   PERFORM 2500-REGISTRA THRU 2500-99-REGISTRA-EXIT
                   PERFORM 2300-LER-ROLSNP THRU 2300-99-LER-ROLSNP-EXIT
           END-EVALUATE.
      *----------------------------------------------------------------*
       2000-99-BATIMENTO-EXIT.             EXIT.
      *================================================================*
       2200-LER-ROLWRK                     SECTION.
      *================================================================*
      * LE A PROXIMA CHAVE DA FOTOGRAFIA ATUAL (REPETIDA EH DESCARTADA)*
      * E COMPLETA O SALDO DO CARTAO (ARQSAI) E DO CLUBE (CADSOC1).    *
      *----------------------------------------------------------------*
           READ  ROLWRK.
           IF  WS-FS-WRK   NOT EQUAL '00'
           AND WS-FS-WRK   NOT EQUAL '10'
               MOVE '2200-LER-ROLWRK'      TO         WS-CODIGO-AREA
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ROLWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-WRK                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-ATU
               GO TO 2200-99-LER-ROLWRK-EXIT
           END-IF.

           MOVE WRK-ORIGEM                 TO         WS-CA-ORIGEM.
           MOVE WRK-CHAVE                  TO         WS-CA-CHAVE.
           IF  WS-CHAVE-ATU                EQUAL      WS-CHAVE-ULTIMA
               ADD  1                      TO         WS-DUPLICADOS
               GO TO 2200-LER-ROLWRK
           END-IF.
           MOVE WS-CHAVE-ATU               TO         WS-CHAVE-ULTIMA.

           IF  WRK-ESTAGIO                 EQUAL      9
               GO TO 2200-99-LER-ROLWRK-EXIT
           END-IF.

           MOVE WRK-CHAVE                  TO         WS-CHAVE-PROCURA.
           IF  WRK-ORIGEM                  EQUAL      'C'
               PERFORM 1600-LER-ARQSAI THRU 1600-99-LER-ARQSAI-EXIT
                   UNTIL WS-CHAVE-SAI NOT LESS WS-CHAVE-PROCURA-X
               IF  WS-CHAVE-SAI            EQUAL   WS-CHAVE-PROCURA-X
                   MOVE TOTAL-DIVIDA-SAI   TO         WRK-SALDO
               END-IF
           END-IF.

           IF  WRK-ORIGEM                  EQUAL      'S'
               PERFORM 1700-LER-CADSOC1 THRU 1700-99-LER-CADSOC1-EXIT
                   UNTIL WS-CHAVE-SOC NOT LESS
                         WS-CHAVE-PROCURA-X (6:6)
               IF  WS-CHAVE-SOC     EQUAL   WS-CHAVE-PROCURA-X (6:6)
               AND VALOR-PAGO-PARCIAL1    LESS       VALOR-PAGAMENTO1
                   COMPUTE WRK-SALDO = VALOR-PAGAMENTO1
                                     - VALOR-PAGO-PARCIAL1
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2200-99-LER-ROLWRK-EXIT.            EXIT.
      *================================================================*
       2300-LER-ROLSNP                     SECTION.
      *================================================================*
      * DEVEDOR JA EM PREJUIZO NA FOTOGRAFIA ANTERIOR NAO ROLA MAIS.   *
      *----------------------------------------------------------------*
           READ  ROLSNP.
           IF  WS-FS-SNP   NOT EQUAL '00'
           AND WS-FS-SNP   NOT EQUAL '10'
               MOVE '2300-LER-ROLSNP'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SNP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER FOTOGRAFIA ROLSNP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SNP                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-ANT
               GO TO 2300-99-LER-ROLSNP-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SNP.
           IF  SNP-ANOMES              NOT LESS       WS-ANOMES-REF
               MOVE '2300-LER-ROLSNP'      TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MES DE REFERENCIA JA FOTOGRAFADO NO ROLSNP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE SNP-ANOMES                 TO      WS-ANOMES-ANTERIOR.

           IF  SNP-ESTAGIO                 EQUAL      9
               GO TO 2300-LER-ROLSNP
           END-IF.

           MOVE SNP-ORIGEM                 TO         WS-CN-ORIGEM.
           MOVE SNP-CHAVE                  TO         WS-CN-CHAVE.
      *----------------------------------------------------------------*
       2300-99-LER-ROLSNP-EXIT.            EXIT.
      *================================================================*
       2400-GRAVA-ROLSNPN                  SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-SNPN.
           MOVE WS-ANOMES-REF              TO         SNPN-ANOMES.
           MOVE WRK-ORIGEM                 TO         SNPN-ORIGEM.
           MOVE WRK-CHAVE                  TO         SNPN-CHAVE.
           MOVE WRK-ESTAGIO                TO         SNPN-ESTAGIO.
           MOVE WRK-SALDO                  TO         SNPN-SALDO.
           WRITE REG-SNPN.
           IF  WS-FS-SNPN                  NOT EQUAL  '00'
               MOVE '2400-GRAVA-ROLSNPN'   TO         WS-CODIGO-AREA
               MOVE WS-FS-SNPN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR FOTOGRAFIA NOVA ROLSNPN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-SNPN.
      *----------------------------------------------------------------*
       2400-99-GRAVA-ROLSNPN-EXIT.         EXIT.
      *================================================================*
       2500-REGISTRA                       SECTION.
      *================================================================*
      * SOMA O MOVIMENTO NA CELULA DE/PARA DA ORIGEM. ENTRA COM O      *
      * ESTAGIO (0-3 OU 9) EM WS-IND-DE/WS-IND-PARA E CONVERTE PARA A  *
      * POSICAO NA MATRIZ (0 -> 1 ... 3 -> 4, 9 -> 5).                 *
      *----------------------------------------------------------------*
           EVALUATE WS-CU-ORIGEM
               WHEN 'S'
                   MOVE 1                  TO         WS-IND-ORI
               WHEN 'C'
                   MOVE 2                  TO         WS-IND-ORI
               WHEN 'L'
                   MOVE 3                  TO         WS-IND-ORI
               WHEN OTHER
                   GO TO 2500-99-REGISTRA-EXIT
           END-EVALUATE.

           IF  WS-IND-DE                   EQUAL      9
               MOVE 5                      TO         WS-IND-DE
           ELSE
               ADD  1                      TO         WS-IND-DE
           END-IF.
           IF  WS-IND-PARA                 EQUAL      9
               MOVE 5                      TO         WS-IND-PARA
           ELSE
               ADD  1                      TO         WS-IND-PARA
           END-IF.
           IF  WS-IND-DE                   GREATER    5
           OR  WS-IND-PARA                 GREATER    5
               GO TO 2500-99-REGISTRA-EXIT
           END-IF.

           ADD  1   TO  WS-ROL-QTDE  (WS-IND-ORI WS-IND-DE WS-IND-PARA).
           ADD  WS-SALDO-MOV
                    TO  WS-ROL-SALDO (WS-IND-ORI WS-IND-DE WS-IND-PARA).
      *----------------------------------------------------------------*
       2500-99-REGISTRA-EXIT.              EXIT.
      *================================================================*
       6000-IMPRIME-ORIGEM                 SECTION.
      *================================================================*
      * MATRIZ DA ORIGEM EM QUANTIDADE E EM SALDO, LINHAS DE EM DIA/   *
      * NOVO A ESTAGIO 3, E AS TAXAS SOBRE OS DEVEDORES EM ESTAGIO 1-3 *
      * DO MES ANTERIOR.                                               *
      *----------------------------------------------------------------*
           MOVE '6000-IMPRIME-ORIGEM'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.

           MOVE WS-ORI-NOME (WS-IND-ORI)   TO         CABO-NOME.
           MOVE 'QUANTIDADE'               TO         CABO-TIPO.
           WRITE REG-REL                   FROM       CAB-ORIGEM.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
           PERFORM 6100-LINHA-QTDE THRU 6100-99-LINHA-QTDE-EXIT
                   VARYING WS-IND-DE FROM 1 BY 1
                   UNTIL WS-IND-DE GREATER 4.

           MOVE 'SALDO'                    TO         CABO-TIPO.
           WRITE REG-REL                   FROM       CAB-ORIGEM.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
           PERFORM 6200-LINHA-SALDO THRU 6200-99-LINHA-SALDO-EXIT
                   VARYING WS-IND-DE FROM 1 BY 1
                   UNTIL WS-IND-DE GREATER 4.

           MOVE ZEROS                      TO         WS-BASE-QTDE
                                                      WS-BASE-SALDO
                                                      WS-CURA-QTDE
                                                      WS-CURA-SALDO
                                                      WS-PERDA-QTDE
                                                      WS-PERDA-SALDO.
           PERFORM 6300-SOMA-TAXAS THRU 6300-99-SOMA-TAXAS-EXIT
                   VARYING WS-IND-DE FROM 2 BY 1
                   UNTIL WS-IND-DE GREATER 4.

           MOVE ZEROS                      TO         WS-TAXA-QTDE
                                                      WS-TAXA-SALDO.
           IF  WS-BASE-QTDE                GREATER    ZEROS
               COMPUTE WS-TAXA-QTDE ROUNDED =
                       WS-CURA-QTDE * 100 / WS-BASE-QTDE
           END-IF.
           IF  WS-BASE-SALDO               GREATER    ZEROS
               COMPUTE WS-TAXA-SALDO ROUNDED =
                       WS-CURA-SALDO * 100 / WS-BASE-SALDO
           END-IF.
           MOVE 'TAXA DE CURA................: '
                                           TO         DETT-DESCRICAO.
           MOVE WS-TAXA-QTDE               TO         DETT-TAXA-QTDE.
           MOVE WS-TAXA-SALDO              TO         DETT-TAXA-SALDO.
           WRITE REG-REL                   FROM       DET-TAXA.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.

           MOVE ZEROS                      TO         WS-TAXA-QTDE
                                                      WS-TAXA-SALDO.
           IF  WS-BASE-QTDE                GREATER    ZEROS
               COMPUTE WS-TAXA-QTDE ROUNDED =
                       WS-PERDA-QTDE * 100 / WS-BASE-QTDE
           END-IF.
           IF  WS-BASE-SALDO               GREATER    ZEROS
               COMPUTE WS-TAXA-SALDO ROUNDED =
                       WS-PERDA-SALDO * 100 / WS-BASE-SALDO
           END-IF.
           MOVE 'ROLAGEM PARA PERDA..........: '
                                           TO         DETT-DESCRICAO.
           MOVE WS-TAXA-QTDE               TO         DETT-TAXA-QTDE.
           MOVE WS-TAXA-SALDO              TO         DETT-TAXA-SALDO.
           WRITE REG-REL                   FROM       DET-TAXA.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
      *----------------------------------------------------------------*
       6000-99-IMPRIME-ORIGEM-EXIT.        EXIT.
      *================================================================*
       6100-LINHA-QTDE                     SECTION.
      *================================================================*
           MOVE SPACES                     TO         DET-QTDE.
           MOVE WS-ROTULO (WS-IND-DE)      TO         DETQ-ROTULO.
           PERFORM VARYING WS-IND-PARA FROM 1 BY 1
                   UNTIL WS-IND-PARA GREATER 5
               MOVE WS-ROL-QTDE (WS-IND-ORI WS-IND-DE WS-IND-PARA)
                                     TO  DETQ-QTDE (WS-IND-PARA)
           END-PERFORM.
           WRITE REG-REL                   FROM       DET-QTDE.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
      *----------------------------------------------------------------*
       6100-99-LINHA-QTDE-EXIT.            EXIT.
      *================================================================*
       6200-LINHA-SALDO                    SECTION.
      *================================================================*
           MOVE SPACES                     TO         DET-SALDO.
           MOVE WS-ROTULO (WS-IND-DE)      TO         DETS-ROTULO.
           PERFORM VARYING WS-IND-PARA FROM 1 BY 1
                   UNTIL WS-IND-PARA GREATER 5
               MOVE WS-ROL-SALDO (WS-IND-ORI WS-IND-DE WS-IND-PARA)
                                     TO  DETS-SALDO (WS-IND-PARA)
           END-PERFORM.
           WRITE REG-REL                   FROM       DET-SALDO.
           PERFORM 8000-FS-RELROL THRU 8000-99-FS-RELROL-EXIT.
      *----------------------------------------------------------------*
       6200-99-LINHA-SALDO-EXIT.           EXIT.
      *================================================================*
       6300-SOMA-TAXAS                     SECTION.
      *================================================================*
      * LINHA DE ESTAGIO 1-3: TUDO ENTRA NA BASE; PARA EM DIA (COLUNA  *
      * 1) EH CURA, PARA PREJUIZO (COLUNA 5) EH PERDA.                 *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IND-PARA FROM 1 BY 1
                   UNTIL WS-IND-PARA GREATER 5
               ADD  WS-ROL-QTDE  (WS-IND-ORI WS-IND-DE WS-IND-PARA)
                                           TO         WS-BASE-QTDE
               ADD  WS-ROL-SALDO (WS-IND-ORI WS-IND-DE WS-IND-PARA)
                                           TO         WS-BASE-SALDO
           END-PERFORM.

           ADD  WS-ROL-QTDE  (WS-IND-ORI WS-IND-DE 1) TO WS-CURA-QTDE.
           ADD  WS-ROL-SALDO (WS-IND-ORI WS-IND-DE 1) TO WS-CURA-SALDO.
           ADD  WS-ROL-QTDE  (WS-IND-ORI WS-IND-DE 5) TO WS-PERDA-QTDE.
           ADD  WS-ROL-SALDO (WS-IND-ORI WS-IND-DE 5) TO WS-PERDA-SALDO.
      *----------------------------------------------------------------*
       6300-99-SOMA-TAXAS-EXIT.            EXIT.
      *================================================================*
       8000-FS-RELROL                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELROL'       TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELROL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELROL-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ROLWRK  ARQSAI  CADSOC1  ROLSNPN.
           IF  WS-FS-SNPN                  NOT EQUAL  '00'
               MOVE WS-FS-SNPN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DA FOTOGRAFIA ROLSNPN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-SNP-ABERTO               EQUAL      'S'
               CLOSE ROLSNP
           END-IF.

           CLOSE RELROL.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* MES ANTERIOR          =    ' WS-ANOMES-ANTERIOR.
           DISPLAY '* LIDOS CARCTL          =    ' WS-LIDOS-CTL.
           DISPLAY '* LIDOS LOANPAR         =    ' WS-LIDOS-PAR.
           DISPLAY '* LIDOS PREJMST         =    ' WS-LIDOS-PRE.
           DISPLAY '* CONTRATOS EM ATRASO   =    ' WS-CONTRATOS-ATRASO.
           DISPLAY '* BAIXAS DO MES         =    ' WS-BAIXAS-MES.
           DISPLAY '* CHAVES REPETIDAS      =    ' WS-DUPLICADOS.
           DISPLAY '* LIDOS ROLSNP          =    ' WS-LIDOS-SNP.
           DISPLAY '* GRAVADOS ROLSNPN      =    ' WS-GRAVADOS-SNPN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           COMPUTE WS-RC-QTDE-LIDOS = WS-LIDOS-CTL + WS-LIDOS-PAR
                                    + WS-LIDOS-PRE.
           MOVE  WS-GRAVADOS-SNPN          TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB804S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
