      *                                   REGISTRADA NO MANIFESTO DE   *
      *                                   TRANSMISSAO (TRNMAN31),      *
      *                                   COMO NO VRB737S              *
      *  15/09/2026 HUGO SAMPAIO          MULTA E JUROS DE MORA        *
      *                                   PENDENTES DE PARCELA PAGA    *
      *                                   COM ATRASO (APURADOS NO      *
      *                                   VRB768S) ENTRAM NO PROXIMO   *
      *                                   TITULO DO CONTRATO E A       *
      *                                   PARCELA DE ORIGEM FICA COM O *
      *                                   ENCARGO FATURADO ('F')       *
      *  15/10/2026 HUGO SAMPAIO          CONTRATO CONGELADO POR       *
      *                                   SINISTRO DO SEGURO           *
      *                                   PRESTAMISTA (SITUACAO 'S',   *
      *                                   VRB801S) NAO GERA TITULO - A *
      *                                   PARCELA FICA 'A' ATE A       *
      *                                   INDENIZACAO                  *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO NOVO GRAVADO    *
      *                                   NO LUGAR (SEM O ROLO PARA O  *
      *                                   TITMSTN E SEM O GENCAT31),   *
      *                                   NOSSO-NUMERO PELA MAIOR      *
      *                                   CHAVE DO CLUSTER; DESCARGA   *
      *                                   DO DIA (VRB865S) EXIGIDA NO  *
      *                                   TITCAT; RODADA REPETIDA      *
      *                                   REAPROVEITA O TITULO DA      *
      *                                   PARCELA JA GRAVADO (INDICE   *
      *                                   POR PAGADOR)                 *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           FILE STATUS           IS        WS-FS-PARN.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        DYNAMIC
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT CONSIG         ASSIGN TO CONSIG
           FILE STATUS           IS        WS-FS-CSG.
      *----------------------------------------------------------------*
           SELECT REMCOB         ASSIGN TO REMCOB
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 PAR-VALOR-MULTA              PIC 9(07)V9(02).
           05 PAR-VALOR-MORA               PIC 9(07)V9(02).
           05 PAR-SIT-ENCARGO              PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  LOANPARN
           LABEL       RECORD   STANDARD
           05 PARN-VALOR                   PIC 9(09)V9(02).
           05 PARN-SITUACAO                PIC X(01).
           05 PARN-NOSSO-NUMERO            PIC 9(10).
           05 PARN-VALOR-MULTA             PIC 9(07)V9(02).
           05 PARN-VALOR-MORA              PIC 9(07)V9(02).
           05 PARN-SIT-ENCARGO             PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

           05 TIT-DATA-VENCTO              PIC 9(08).
           05 TIT-SITUACAO                 PIC X(01).
           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  CONSIG
           05 REMT-QTDE                    PIC 9(07).
           05 REMT-VALOR-TOTAL             PIC 9(13)V9(02).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
      *   CATALOGO DAS DESCARGAS DE SEGURANCA DO TITMST (VRB865S)      *
      *----------------------------------------------------------------*
       FD  TITCAT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TCAT.

       01  REG-TCAT.
           05 TCAT-SEQ                     PIC 9(06).
           05 TCAT-DATA                    PIC 9(08).
           05 TCAT-HORA                    PIC 9(06).
           05 TCAT-QTDE                    PIC 9(09).
           05 TCAT-SOMA-CHAVES             PIC 9(18).
           05 TCAT-SOMA-VALOR              PIC 9(16)V9(02).
           05 TCAT-SITUACAO                PIC X(01).
              88 TCAT-GERACAO-ATIVA                    VALUE 'A'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PARN                      PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-CSG                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-TITULOS-REUSADOS             PIC 9(07)     VALUE ZEROS.
       77  WS-TITULOS-EMITIDOS             PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CONTRATO                 PIC 9(07)     VALUE ZEROS.
       77  WS-PARC-CONGELADAS              PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-TOTAL                  PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-ENCARGOS-FATURADOS           PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-PARCELAS-ENC-FAT             PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-TITULO                 PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-PROX-NOSSO-NUM               PIC 9(10)     VALUE 1.
       77  WS-NOSSO-EMITIDO                PIC 9(10)     VALUE ZEROS.
       77  WS-JA-EMITIDO                   PIC X(01)     VALUE 'N'.
           88 WS-JA-EMITIDO-SIM                          VALUE 'S'.
       77  WS-MESMO-PAGADOR                PIC X(01)     VALUE 'N'.
           88 WS-MESMO-PAGADOR-SIM                       VALUE 'S'.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-HOJE                  PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
           05 WS-LOA-ITEM                  OCCURS 5000 TIMES.
              10 WS-LOA-CONTRATO           PIC 9(06).
              10 WS-LOA-NOME               PIC X(30).
              10 WS-LOA-SITUACAO           PIC X(01).
      *          ENCARGOS PENDENTES E CONTRATO COM TITULO NO MES
              10 WS-LOA-ENCARGO            PIC 9(09)V9(02).
              10 WS-LOA-FATURA             PIC X(01).
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA E PROXIMO NOSSO-NUMERO     *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
       77  WS-NN-BAIXO                     PIC 9(10)     VALUE ZEROS.
       77  WS-NN-ALTO                      PIC 9(10)     VALUE ZEROS.
       77  WS-NN-MEIO                      PIC 9(10)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        MANIFESTO DE TRANSMISSOES DE SAIDA (TRNMAN31)           *
      *----------------------------------------------------------------*
       77  WS-TRNMAN                       PIC X(08)   VALUE 'TRNMAN31'.
               THRU 1050-99-CARREGA-CONTRATOS-EXIT.
           PERFORM 1070-CARREGA-CONSIG
               THRU 1070-99-CARREGA-CONSIG-EXIT.
           PERFORM 1300-APURA-ENCARGOS
               THRU 1300-99-APURA-ENCARGOS-EXIT.

           PERFORM 0500-VERIFICA-BACKUP
               THRU 0500-99-VERIFICA-BACKUP-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  I-O                       TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-APURA-NOSSO-NUMERO
               THRU 1100-99-APURA-NOSSO-NUMERO-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
               ADD  1                      TO         WS-QTDE-LOA
               MOVE LOA-CONTRATO    TO  WS-LOA-CONTRATO (WS-QTDE-LOA)
               MOVE LOA-NOME        TO  WS-LOA-NOME     (WS-QTDE-LOA)
               MOVE LOA-SITUACAO    TO  WS-LOA-SITUACAO (WS-QTDE-LOA)
               MOVE ZEROS           TO  WS-LOA-ENCARGO  (WS-QTDE-LOA)
               MOVE 'N'             TO  WS-LOA-FATURA   (WS-QTDE-LOA)
           END-IF.
      *----------------------------------------------------------------*
       1060-99-LE-CONTRATO-EXIT.           EXIT.
      *================================================================*
       0500-VERIFICA-BACKUP                SECTION.
      *================================================================*
      * ATUALIZACAO NO LUGAR DO CLUSTER TITMST: SO RODA COM DESCARGA DE*
      * SEGURANCA DO VRB865S FEITA NO PROPRIO DIA (GERACAO ATIVA NO    *
      * CATALOGO TITCAT). A RECUPERACAO DE UMA RODADA PERDIDA EH A     *
      * RECARGA DO CLUSTER PELO VRB866S A PARTIR DESSA DESCARGA.       *
      *----------------------------------------------------------------*
           MOVE '0500-VERIFICA-BACKUP'     TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-BKP-DATA-HOJE.
           MOVE 'N'                        TO         WS-BKP-DO-DIA.

           OPEN  INPUT                     TITCAT.
           IF    WS-FS-TCAT                NOT EQUAL  '00'
                 MOVE WS-FS-TCAT           TO         WS-AREA-STAT
                 MOVE 'SEM CATALOGO TITCAT - RODAR VRB865S ANTES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0550-LE-TITCAT THRU 0550-99-LE-TITCAT-EXIT
                   UNTIL WS-FS-TCAT        EQUAL      '10'.

           CLOSE TITCAT.

           IF    NOT WS-BKP-DO-DIA-SIM
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'SEM DESCARGA DO DIA NO TITCAT - RODAR VRB865S'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0500-99-VERIFICA-BACKUP-EXIT.       EXIT.
      *================================================================*
       0550-LE-TITCAT                      SECTION.
      *================================================================*
           READ  TITCAT.
           IF  WS-FS-TCAT  NOT EQUAL '00'
           AND WS-FS-TCAT  NOT EQUAL '10'
               MOVE WS-FS-TCAT             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CATALOGO TITCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TCAT                  EQUAL      '00'
           AND TCAT-GERACAO-ATIVA
           AND TCAT-DATA                   EQUAL      WS-BKP-DATA-HOJE
               MOVE 'S'                    TO         WS-BKP-DO-DIA
           END-IF.
      *----------------------------------------------------------------*
       0550-99-LE-TITCAT-EXIT.             EXIT.
      *================================================================*
       1100-APURA-NOSSO-NUMERO             SECTION.
      *================================================================*
      * O PROXIMO NOSSO-NUMERO EH A MAIOR CHAVE DO CLUSTER + 1, ACHADA *
      * POR PESQUISA BINARIA COM START (SEM LER O MASTER INTEIRO).     *
      * CLUSTER VAZIO (23 NO PRIMEIRO START) COMECA A NUMERACAO EM 1.  *
      *----------------------------------------------------------------*
           MOVE '1100-APURA-NOSSO-NUMERO'  TO         WS-CODIGO-AREA.

           MOVE 1                          TO         WS-PROX-NOSSO-NUM.
           MOVE 1                          TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 1100-99-APURA-NOSSO-NUMERO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    INVARIANTE: EXISTE CHAVE >= BAIXO E NAO EXISTE CHAVE >= ALTO
           MOVE 1                          TO         WS-NN-BAIXO.
           MOVE 9999999999                 TO         WS-NN-ALTO.
           PERFORM 1150-SONDA-CHAVE THRU 1150-99-SONDA-CHAVE-EXIT
                   UNTIL WS-NN-BAIXO + 1   NOT LESS   WS-NN-ALTO.
           COMPUTE WS-PROX-NOSSO-NUM = WS-NN-BAIXO + 1.
      *----------------------------------------------------------------*
       1100-99-APURA-NOSSO-NUMERO-EXIT.    EXIT.
      *================================================================*
       1150-SONDA-CHAVE                    SECTION.
      *================================================================*
           COMPUTE WS-NN-MEIO = (WS-NN-BAIXO + WS-NN-ALTO) / 2.
           MOVE WS-NN-MEIO                 TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '00'
                 MOVE WS-NN-MEIO           TO         WS-NN-BAIXO
                 GO TO 1150-99-SONDA-CHAVE-EXIT
           END-IF.
           IF    WS-FS-TIT                 EQUAL      '23'
                 MOVE WS-NN-MEIO           TO         WS-NN-ALTO
                 GO TO 1150-99-SONDA-CHAVE-EXIT
           END-IF.
           MOVE WS-FS-TIT                  TO         WS-AREA-STAT.
           MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       1150-99-SONDA-CHAVE-EXIT.           EXIT.
      *================================================================*
       1200-LER-LOANPAR                    SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       1300-APURA-ENCARGOS                 SECTION.
      *================================================================*
      * PRIMEIRA PASSADA NO CRONOGRAMA: SOMA POR CONTRATO A MULTA E A  *
      * MORA PENDENTES ('P', PARCELA PAGA COM ATRASO NO VRB768S) E     *
      * MARCA OS CONTRATOS QUE TERAO TITULO NESTE MES - SO NELES O     *
      * ENCARGO PODE SER FATURADO NA SEGUNDA PASSADA.                  *
      *----------------------------------------------------------------*
           MOVE '1300-APURA-ENCARGOS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-ENCARGO THRU 1350-99-LE-ENCARGO-EXIT
                   UNTIL WS-FS-PAR         EQUAL      '10'.

           CLOSE LOANPAR.
           MOVE ZEROS                      TO         WS-LIDOS-PAR.
      *----------------------------------------------------------------*
       1300-99-APURA-ENCARGOS-EXIT.        EXIT.
      *================================================================*
       1350-LE-ENCARGO                     SECTION.
      *================================================================*
           PERFORM 1200-LER-LOANPAR  THRU  1200-99-LER-LOANPAR-EXIT.
           IF  WS-FS-PAR                   NOT EQUAL  '00'
               GO TO 1350-99-LE-ENCARGO-EXIT
           END-IF.

           IF  PAR-SIT-ENCARGO             NOT EQUAL  'P'
           AND (PAR-SITUACAO               NOT EQUAL  'A'
           OR   PAR-DATA-VENCTO (1:6)      NOT EQUAL  WS-ANOMES-HOJE)
               GO TO 1350-99-LE-ENCARGO-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-IND-LOA-ACH.
           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL PAR-CONTRATO
                   MOVE WS-IND-LOA         TO         WS-IND-LOA-ACH
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.
           IF  WS-IND-LOA-ACH              EQUAL      ZEROS
               GO TO 1350-99-LE-ENCARGO-EXIT
           END-IF.

           IF  PAR-SIT-ENCARGO             EQUAL      'P'
               ADD  PAR-VALOR-MULTA  PAR-VALOR-MORA
                    TO  WS-LOA-ENCARGO (WS-IND-LOA-ACH)
               GO TO 1350-99-LE-ENCARGO-EXIT
           END-IF.

      * PARCELA QUE VAI VIRAR TITULO: CONTRATO CONSIGNADO OU CONGELADO
      * POR SINISTRO NAO FATURA.
           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) EQUAL 'S'
               GO TO 1350-99-LE-ENCARGO-EXIT
           END-IF.
           MOVE 'N'                        TO         WS-CSG-ACHADO.
           PERFORM VARYING WS-IND-CSG FROM 1 BY 1
                   UNTIL WS-IND-CSG GREATER WS-QTDE-CSG
               IF  WS-CSG-CONTRATO-OCR (WS-IND-CSG) EQUAL PAR-CONTRATO
                   MOVE 'S'                TO         WS-CSG-ACHADO
                   MOVE WS-QTDE-CSG        TO         WS-IND-CSG
               END-IF
           END-PERFORM.
           IF  WS-CSG-ACHADO               EQUAL      'N'
               MOVE 'S'            TO  WS-LOA-FATURA (WS-IND-LOA-ACH)
           END-IF.
      *----------------------------------------------------------------*
       1350-99-LE-ENCARGO-EXIT.            EXIT.
      *================================================================*
       2000-FATURA-PARCELAS                SECTION.
      *================================================================*

           MOVE REG-PAR                    TO         REG-PARN.

      * ENCARGO PENDENTE DE CONTRATO COM TITULO NO MES: VAI NO TITULO.
           IF  PAR-SIT-ENCARGO             EQUAL      'P'
               PERFORM 2100-MARCA-ENCARGO
                   THRU 2100-99-MARCA-ENCARGO-EXIT
           END-IF.

           IF  PAR-SITUACAO                EQUAL      'A'
           AND PAR-DATA-VENCTO (1:6)       EQUAL      WS-ANOMES-HOJE
               MOVE 'N'                    TO         WS-CSG-ACHADO
           PERFORM 1200-LER-LOANPAR  THRU  1200-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       2000-99-FATURA-PARCELAS-EXIT.       EXIT.
      *================================================================*
       2100-MARCA-ENCARGO                  SECTION.
      *================================================================*
           MOVE '2100-MARCA-ENCARGO'       TO         WS-CODIGO-AREA.

           PERFORM VARYING WS-IND-LOA FROM 1 BY 1
                   UNTIL WS-IND-LOA GREATER WS-QTDE-LOA
               IF  WS-LOA-CONTRATO (WS-IND-LOA) EQUAL PAR-CONTRATO
                   IF  WS-LOA-FATURA (WS-IND-LOA) EQUAL 'S'
                       MOVE 'F'            TO        PARN-SIT-ENCARGO
                       ADD  1              TO       WS-PARCELAS-ENC-FAT
                   END-IF
                   MOVE WS-QTDE-LOA        TO         WS-IND-LOA
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       2100-99-MARCA-ENCARGO-EXIT.         EXIT.
      *================================================================*
       2500-EMITE-TITULO                   SECTION.
      *================================================================*
               GO TO 2500-99-EMITE-TITULO-EXIT
           END-IF.

      * CONTRATO CONGELADO POR SINISTRO: A PARCELA FICA 'A' PARA SER
      * QUITADA PELA INDENIZACAO DA SEGURADORA (VRB801S).
           IF  WS-LOA-SITUACAO (WS-IND-LOA-ACH) EQUAL 'S'
               ADD  1                      TO         WS-PARC-CONGELADAS
               GO TO 2500-99-EMITE-TITULO-EXIT
           END-IF.

      * O TITULO LEVA A PARCELA MAIS OS ENCARGOS PENDENTES DO
      * CONTRATO (UMA SO VEZ NO MES).
           COMPUTE WS-VALOR-TITULO = PAR-VALOR
                                   + WS-LOA-ENCARGO (WS-IND-LOA-ACH).
           ADD  WS-LOA-ENCARGO (WS-IND-LOA-ACH)
                                           TO     WS-ENCARGOS-FATURADOS.
           MOVE ZEROS          TO  WS-LOA-ENCARGO (WS-IND-LOA-ACH).

           PERFORM 2600-PROCURA-EMITIDO
               THRU 2600-99-PROCURA-EMITIDO-EXIT.
           MOVE '2500-EMITE-TITULO'        TO         WS-CODIGO-AREA.

      * RODADA REPETIDA (O LOANPARN DA RODADA INTERROMPIDA NAO FOI
      * TROCADO): O TITULO DA PARCELA JA ESTA NO CLUSTER E SO VOLTA A
      * REMESSA E AO CRONOGRAMA NOVO.
           IF  WS-JA-EMITIDO-SIM
               MOVE TIT-NOSSO-NUMERO       TO         WS-NOSSO-EMITIDO
               MOVE TIT-VALOR              TO         WS-VALOR-TITULO
               ADD  1                      TO        WS-TITULOS-REUSADOS
               GO TO 2500-50-REMESSA
           END-IF.

           MOVE WS-PROX-NOSSO-NUM          TO         WS-NOSSO-EMITIDO.
           ADD  1                          TO         WS-PROX-NOSSO-NUM.
           INITIALIZE REG-TIT.
           MOVE WS-NOSSO-EMITIDO           TO         TIT-NOSSO-NUMERO.
           MOVE PAR-CONTRATO               TO         TIT-SOCIO.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       TIT-NOME.
           MOVE WS-VALOR-TITULO            TO         TIT-VALOR.
           MOVE PAR-DATA-VENCTO            TO         TIT-DATA-VENCTO.
           MOVE 'E'                        TO         TIT-SITUACAO.
           MOVE WS-DATA-HOJE               TO         TIT-DATA-EMISSAO.
           MOVE 'L'                        TO         TIT-ORIGEM.
           PERFORM 7100-GRAVA-TITMST
               THRU 7100-99-GRAVA-TITMST-EXIT.

       2500-50-REMESSA.
           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE WS-NOSSO-EMITIDO           TO         REMD-NOSSO-NUMERO.
           MOVE PAR-CONTRATO               TO         REMD-SOCIO.
           MOVE WS-LOA-NOME (WS-IND-LOA-ACH) TO       REMD-NOME.
           MOVE WS-VALOR-TITULO            TO         REMD-VALOR.
           MOVE PAR-DATA-VENCTO            TO         REMD-DATA-VENCTO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           MOVE 'E'                        TO         PARN-SITUACAO.
           MOVE WS-NOSSO-EMITIDO           TO        PARN-NOSSO-NUMERO.

           ADD  1                          TO        WS-TITULOS-EMITIDOS
           ADD  WS-VALOR-TITULO            TO         WS-VALOR-TOTAL.
      *----------------------------------------------------------------*
       2500-99-EMITE-TITULO-EXIT.          EXIT.
      *================================================================*
       2600-PROCURA-EMITIDO                SECTION.
      *================================================================*
      * O INDICE ALTERNATIVO POR PAGADOR (O CONTRATO, NO TITULO DE     *
      * EMPRESTIMO) DIZ SE A PARCELA JA TEM TITULO 'L' NO VENCIMENTO.  *
      *----------------------------------------------------------------*
           MOVE '2600-PROCURA-EMITIDO'     TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-JA-EMITIDO.

           MOVE PAR-CONTRATO               TO         TIT-SOCIO.
           START TITMST KEY IS EQUAL TO TIT-SOCIO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 2600-99-PROCURA-EMITIDO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO POR PAGADOR NO TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE 'S'                        TO         WS-MESMO-PAGADOR.
           PERFORM 2650-LE-PAGADOR THRU 2650-99-LE-PAGADOR-EXIT
                   UNTIL NOT WS-MESMO-PAGADOR-SIM
                      OR WS-JA-EMITIDO-SIM.
      *----------------------------------------------------------------*
       2600-99-PROCURA-EMITIDO-EXIT.       EXIT.
      *================================================================*
       2650-LE-PAGADOR                     SECTION.
      *================================================================*
           READ  TITMST NEXT RECORD.
           IF  WS-FS-TIT                   EQUAL      '10'
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 2650-99-LE-PAGADOR-EXIT
           END-IF.
      *    02 = HA MAIS TITULOS DO MESMO PAGADOR NO INDICE ALTERNATIVO
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITMST PELO PAGADOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  TIT-SOCIO                   NOT EQUAL  PAR-CONTRATO
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 2650-99-LE-PAGADOR-EXIT
           END-IF.
           IF  TIT-DATA-VENCTO             EQUAL      PAR-DATA-VENCTO
           AND TIT-ORIGEM                  EQUAL      'L'
               MOVE 'S'                    TO         WS-JA-EMITIDO
           END-IF.
      *----------------------------------------------------------------*
       2650-99-LE-PAGADOR-EXIT.            EXIT.
      *================================================================*
       7000-GRAVA-REMESSA                  SECTION.
      *================================================================*
      *----------------------------------------------------------------*
       7000-99-GRAVA-REMESSA-EXIT.         EXIT.
      *================================================================*
       7100-GRAVA-TITMST                   SECTION.
      *================================================================*
           MOVE '7100-GRAVA-TITMST'        TO         WS-CODIGO-AREA.

           WRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TITULO NOVO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       7100-99-GRAVA-TITMST-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE WS-VALOR-TOTAL             TO         REMT-VALOR-TOTAL.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           CLOSE LOANPAR  LOANPARN  TITMST  REMCOB.

           IF  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-PARN                  NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* TITULOS REUSADOS      =    ' WS-TITULOS-REUSADOS.
           DISPLAY '* TITULOS EMITIDOS      =    ' WS-TITULOS-EMITIDOS.
           DISPLAY '* PARCELAS CONSIGNADAS  =    ' WS-PARC-CONSIGNADAS.
           DISPLAY '* PARCELAS SEM CONTRATO =    ' WS-SEM-CONTRATO.
           DISPLAY '* PARCELAS CONGELADAS   =    ' WS-PARC-CONGELADAS.
           DISPLAY '* VALOR TOTAL REMESSA   =    ' WS-VALOR-TOTAL.
           DISPLAY '* PARCELAS C/ ENCARGO   =    ' WS-PARCELAS-ENC-FAT.
           DISPLAY '* ENCARGOS FATURADOS    =    '
                   WS-ENCARGOS-FATURADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
                 PERFORM 9999-CANCELA
           END-IF

           MOVE  WS-LIDOS-PAR              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-TITULOS-EMITIDOS       TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
