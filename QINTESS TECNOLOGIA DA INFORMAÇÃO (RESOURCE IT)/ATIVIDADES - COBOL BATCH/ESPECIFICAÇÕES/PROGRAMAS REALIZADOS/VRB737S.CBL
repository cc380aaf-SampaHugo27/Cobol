      *     VENCE EM DOMINGO NEM FERIADO);                             *
      *   - DETALHE NA REMESSA REMCOB (HEADER/DETALHES/TRAILER COM     *
      *     QUANTIDADE E SOMA).                                        *
      * O TITULO NOVO EH GRAVADO DIRETO NO CLUSTER TITMST (KSDS POR    *
      * NOSSO-NUMERO, INDICE ALTERNATIVO POR PAGADOR); O RETORNO       *
      * BANCARIO EH BAIXADO PELO VRB738S.                              *
      * RETOMADA (RSTCTL PARCIAL DO DIA): AS REMESSAS DA RODADA        *
      * INTERROMPIDA SAO INFORMADAS NAS DDS REMCOBA E REMDEBA; O       *
      * PROGRAMA RECOPIA DELAS SO OS REGISTROS GRAVADOS ATE O ULTIMO   *
      * CHECKPOINT. O TITULO QUE A RODADA INTERROMPIDA EMITIU DEPOIS   *
      * DELE (NOSSO-NUMERO A PARTIR DO GUARDADO NO CHECKPOINT) VOLTA A *
      * REMCOB PELO PROPRIO TITMST, SEM NOVO TITULO.                   *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *                                   MESMO BUFFER NAO PODE VAZAR  *
      *                                   A ORIGEM PARA O TITULO       *
      *                                   SEGUINTE                     *
      *  15/10/2026 HUGO SAMPAIO          DEPENDENTE MARCADO PELO      *
      *                                   VRB848S (SITUACAO 'L' NO     *
      *                                   DEPMST) COM CONVERSAO NO MES *
      *                                   DO VENCIMENTO VIRA SOCIO     *
      *                                   TITULAR: NUMERO NOVO (MAIOR  *
      *                                   DO CADSOC1 + 1) ACRESCIDO AO *
      *                                   CADSOC1 E AO CADCAT          *
      *                                   (CATEGORIA 'T', ADESAO NA    *
      *                                   DATA DA CONVERSAO) E TITULO  *
      *                                   NA PROPRIA REMESSA PELO      *
      *                                   PRECO 'T' (SEM PRECO, O      *
      *                                   VALOR DO TITULAR DE ORIGEM). *
      *                                   PRCPARM GANHA A IDADE LIMITE *
      *                                   DA CATEGORIA (POSICAO 21)    *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO NOVO GRAVADO NO *
      *                                   PROPRIO CLUSTER (SEM TITMSTN *
      *                                   E SEM O CONTROLE DE GERACAO  *
      *                                   DO GENCAT31), PROXIMO NOSSO- *
      *                                   NUMERO POR PESQUISA BINARIA  *
      *                                   COM START, DESCARGA DO DIA   *
      *                                   (VRB865S) EXIGIDA NO TITCAT, *
      *                                   COMMIT PELO CMTPARM E        *
      *                                   RESTART POR CHECKPOINT NO    *
      *                                   RSTCTL. SOCIO QUE JA TEM     *
      *                                   TITULO DO CLUBE NO VENCIMENTO*
      *                                   (INDICE POR PAGADOR) NAO     *
      *                                   RECEBE OUTRO                 *
      *  15/10/2026 HUGO SAMPAIO          RETOMADA SEM DUPLICAR AS     *
      *                                   REMESSAS: REMCOB E REMDEB    *
      *                                   ABERTAS OUTPUT E RECOPIADAS  *
      *                                   DA RODADA INTERROMPIDA (DDS  *
      *                                   COM SUFIXO A) SO ATE O ULTIMO*
      *                                   CHECKPOINT. DEPENDENTE       *
      *                                   CONVERTIDO GRAVADO NO        *
      *                                   DEPMSTN COM SITUACAO 'C' E O *
      *                                   NUMERO DO SOCIO NOVO (NAO    *
      *                                   CONVERTE DE NOVO NA RODADA   *
      *                                   SEGUINTE); SOCIO NOVO ENTRA  *
      *                                   NO CADSOC1 COM CODIGO 2 (EM  *
      *                                   ABERTO)                      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        DYNAMIC
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT REMCOB         ASSIGN TO REMCOB
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT REMCOBA        ASSIGN TO REMCOBA
           FILE STATUS           IS        WS-FS-REMA.
      *----------------------------------------------------------------*
           SELECT DEBMST         ASSIGN TO DEBMST
           FILE STATUS           IS        WS-FS-DEB.
      *----------------------------------------------------------------*
           SELECT REMDEB         ASSIGN TO REMDEB
           FILE STATUS           IS        WS-FS-RDB.
      *----------------------------------------------------------------*
           SELECT REMDEBA        ASSIGN TO REMDEBA
           FILE STATUS           IS        WS-FS-RDBA.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-DPM.
      *----------------------------------------------------------------*
           SELECT DEPMSTN        ASSIGN TO DEPMSTN
           FILE STATUS           IS        WS-FS-DPMN.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *----------------------------------------------------------------*
           SELECT CMTPARM        ASSIGN TO CMTPARM
           FILE STATUS           IS        WS-FS-CMT.
      *----------------------------------------------------------------*
           SELECT RSTCTL         ASSIGN TO RSTCTL
           FILE STATUS           IS        WS-FS-RST.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 VALOR-PAGO-PARCIAL1          PIC 9(09)V9(02).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  REMCOB
           LABEL       RECORD   STANDARD
           05 REMT-QTDE                    PIC 9(07).
           05 REMT-VALOR-TOTAL             PIC 9(13)V9(02).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
      *   REMESSAS DA RODADA INTERROMPIDA (SO NA RETOMADA)             *
      *----------------------------------------------------------------*
       FD  REMCOBA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REMA.

       01  REG-REMA                        PIC X(80).
      *----------------------------------------------------------------*
       FD  REMDEBA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RDBA.

       01  REG-RDBA                        PIC X(80).
      *----------------------------------------------------------------*
       FD  DEBMST
           LABEL       RECORD   STANDARD
           05 PRC-CATEGORIA                PIC X(01).
           05 PRC-DATA-VIGENCIA            PIC 9(08).
           05 PRC-VALOR                    PIC 9(09)V9(02).
           05 PRC-IDADE-LIMITE             PIC 9(03).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
       FD  REMDEB
           LABEL       RECORD   STANDARD
           05 RDBT-QTDE                    PIC 9(07).
           05 RDBT-VALOR-TOTAL             PIC 9(13)V9(02).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
      *   CADASTRO DE DEPENDENTES (VRB847S / VRB848S)                  *
      *----------------------------------------------------------------*
       FD  DEPMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-DPM.

       01  REG-DPM.
           05 DPM-SOCIO                    PIC 9(06).
           05 DPM-SEQ                      PIC 9(02).
           05 DPM-NOME                     PIC X(30).
           05 DPM-CPF                      PIC 9(11).
           05 DPM-PARENTESCO               PIC X(01).
           05 DPM-DATA-NASCTO              PIC 9(08).
           05 DPM-SITUACAO                 PIC X(01).
              88 DPM-SIT-LIMITE                         VALUE 'L'.
              88 DPM-SIT-CONVERTIDO                     VALUE 'C'.
           05 DPM-DATA-CONVERSAO           PIC 9(08).
           05 DPM-SOCIO-NOVO               PIC 9(06).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
      *   DEPMST NOVO: CONVERTIDOS COM SITUACAO 'C' E O SOCIO NOVO     *
      *----------------------------------------------------------------*
       FD  DEPMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-DPMN.

       01  REG-DPMN.
           05 DPMN-SOCIO                   PIC 9(06).
           05 DPMN-SEQ                     PIC 9(02).
           05 DPMN-NOME                    PIC X(30).
           05 DPMN-CPF                     PIC 9(11).
           05 DPMN-PARENTESCO              PIC X(01).
           05 DPMN-DATA-NASCTO             PIC 9(08).
           05 DPMN-SITUACAO                PIC X(01).
           05 DPMN-DATA-CONVERSAO          PIC 9(08).
           05 DPMN-SOCIO-NOVO              PIC 9(06).
           05 FILLER                       PIC X(27).
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
       FD  CMTPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CMT.

       01  REG-CMT.
           05 CMT-INTERVALO                PIC 9(05).
           05 FILLER                       PIC X(75).
      *----------------------------------------------------------------*
       FD  RSTCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-RST  REG-RST-CONT.

       01  REG-RST.
           05 RST-PROGRAMA                 PIC X(08).
           05 RST-DATA                     PIC 9(08).
           05 RST-CHAVE                    PIC 9(10).
           05 RST-QTDE-LIDOS               PIC 9(07).
           05 RST-QTDE-GRAVADOS            PIC 9(07).
           05 RST-STATUS                   PIC X(01).
              88 RST-STATUS-PARCIAL                     VALUE 'P'.
              88 RST-STATUS-COMPLETO                    VALUE 'C'.
           05 RST-PROX-NOSSO-NUM           PIC 9(10).
           05 FILLER                       PIC X(09).

      *    SEGUNDO REGISTRO: TOTAIS DAS SAIDAS ATE O CHECKPOINT
       01  REG-RST-CONT.
           05 RSTC-EMITIDOS                PIC 9(07).
           05 RSTC-VALOR-TOTAL             PIC 9(13)V9(02).
           05 RSTC-DEBITOS                 PIC 9(07).
           05 RSTC-VALOR-DEBITOS           PIC 9(13)V9(02).
           05 RSTC-JA-EMITIDOS             PIC 9(07).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-DEB                       PIC X(02)     VALUE '00'.
       77  WS-FS-RDB                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRC                       PIC X(02)     VALUE '00'.
       77  WS-FS-DPM                       PIC X(02)     VALUE '00'.
       77  WS-FS-DPMN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REMA                      PIC X(02)     VALUE '00'.
       77  WS-FS-RDBA                      PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-LIDOS-SOC                    PIC 9(07)     VALUE ZEROS.
       77  WS-JA-EMITIDOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-TITULOS-EMITIDOS             PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-TOTAL                  PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-PROX-NOSSO-NUM               PIC 9(10)     VALUE 1.
       77  WS-NOSSO-EMITIDO                PIC 9(10)     VALUE ZEROS.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-VENCTO-UTIL             PIC 9(08)     VALUE ZEROS.
       77  WS-DEBITOS-GERADOS              PIC 9(07)     VALUE ZEROS.
       77  WS-PRECO-TABELA                 PIC 9(07)     VALUE ZEROS.
       77  WS-PRECO-HISTORICO              PIC 9(07)     VALUE ZEROS.
       77  WS-PRO-RATAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-MAIOR-SOCIO                  PIC 9(06)     VALUE ZEROS.
       77  WS-CONVERTIDOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-CONV-SEM-VALOR               PIC 9(07)     VALUE ZEROS.
       77  WS-JA-CONVERTIDOS               PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-DPMN                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA E PROXIMO NOSSO-NUMERO     *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
       77  WS-NN-BAIXO                     PIC 9(10)     VALUE ZEROS.
       77  WS-NN-ALTO                      PIC 9(10)     VALUE ZEROS.
       77  WS-NN-MEIO                      PIC 9(10)     VALUE ZEROS.
       77  WS-JA-EMITIDO                   PIC X(01)     VALUE 'N'.
           88 WS-JA-EMITIDO-SIM                          VALUE 'S'.
       77  WS-MESMO-PAGADOR                PIC X(01)     VALUE 'N'.
           88 WS-MESMO-PAGADOR-SIM                       VALUE 'S'.
       77  WS-SOCIO-PROCURA                PIC 9(06)     VALUE ZEROS.
       77  WS-FS-CMT                       PIC X(02)     VALUE '00'.
       77  WS-FS-RST                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *        COMMIT POR REGISTRO E RESTART NO MEIO DO ARQUIVO        *
      *----------------------------------------------------------------*
       77  WS-COMMIT-INTERVALO             PIC 9(05)     VALUE ZEROS.
       77  WS-DESDE-COMMIT                 PIC 9(05)     VALUE ZEROS.
       77  WS-QTDE-PULAR                   PIC 9(07)     VALUE ZEROS.
       77  WS-RST-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-EM-RESTART                   PIC X(01)     VALUE 'N'.
           88 WS-EM-RESTART-SIM                          VALUE 'S'.
       77  WS-NN-RETOMADA                  PIC 9(10)     VALUE ZEROS.
       77  WS-QTDE-COPIAR                  PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-COPIADOS                PIC 9(07)     VALUE ZEROS.
       77  WS-RETOMADOS                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DEPENDENTES A CONVERTER EM SOCIO NESTE VENCIMENTO (DEPMST)   *
      *----------------------------------------------------------------*
       77  WS-QTDE-CNV                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CNV                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CNV-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CNV.
           05 WS-CNV-ITEM                  OCCURS 500 TIMES.
              10 WS-CNV-SOCIO-TIT          PIC 9(06).
              10 WS-CNV-SEQ                PIC 9(02).
              10 WS-CNV-NOME               PIC X(30).
              10 WS-CNV-DATA               PIC 9(08).
              10 WS-CNV-VALOR-TIT          PIC 9(09)V9(02).
              10 WS-CNV-SOCIO-NOVO         PIC 9(06).
              10 WS-CNV-VALOR              PIC 9(09)V9(02).
      *----------------------------------------------------------------*
      *        TABELA DE CATEGORIAS DOS SOCIOS (CADCAT)                *
      *----------------------------------------------------------------*
       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *        MANIFESTO DE TRANSMISSOES DE SAIDA (TRNMAN31)           *
      *----------------------------------------------------------------*
       77  WS-TRNMAN                       PIC X(08)   VALUE 'TRNMAN31'.
           END-IF.
           MOVE WS-671-DATA-RESULTADO      TO        WS-DATA-VENCTO-UTIL

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

           PERFORM 1150-APURA-NOSSO-NUMERO
               THRU 1150-99-APURA-NOSSO-NUMERO-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1300-CARREGA-DEBMST
               THRU 1300-99-CARREGA-DEBMST-EXIT.
           PERFORM 1400-CARREGA-CADCAT
               THRU 1400-99-CARREGA-CADCAT-EXIT.
           PERFORM 1500-CARREGA-PRCPARM
               THRU 1500-99-CARREGA-PRCPARM-EXIT.
           PERFORM 1600-CARREGA-DEPMST
               THRU 1600-99-CARREGA-DEPMST-EXIT.

           PERFORM 0600-PREPARA-RESTART
               THRU 0600-99-PREPARA-RESTART-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    REMCOB  REMDEB.
           IF    WS-FS-REM                 NOT EQUAL  '00'
                 MOVE WS-FS-REM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA REMCOB'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           IF    WS-FS-RDB                 NOT EQUAL  '00'
                 MOVE WS-FS-RDB            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA REMDEB'
                 PERFORM 9999-CANCELA
           END-IF.

      *    NA RETOMADA AS REMESSAS RECEBEM DE VOLTA (HEADER INCLUSO) SO
      *    O QUE A RODADA INTERROMPIDA GRAVOU ATE O ULTIMO CHECKPOINT;
      *    OS TOTAIS DO TRAILER VEM DO CHECKPOINT.
           IF    WS-EM-RESTART-SIM
                 PERFORM 0800-COPIA-REMESSAS
                     THRU 0800-99-COPIA-REMESSAS-EXIT
                 MOVE  '1000-INICIO'       TO         WS-CODIGO-AREA
                 PERFORM 0650-PULA-PROCESSADOS
                     THRU 0650-99-PULA-PROCESSADOS-EXIT
                         UNTIL WS-QTDE-PULAR EQUAL ZEROS
                            OR WS-FS-SOC     EQUAL '10'
                 GO TO 1000-50-PRIMEIRO-SOCIO
           END-IF.

           MOVE SPACES                     TO         REG-RDB.
           MOVE '0'                        TO         RDB-TIPO-REG.
           MOVE 'VRB737S'                  TO         RDBH-ORIGEM.
           MOVE WS-DATA-HOJE               TO         REMH-DATA-GERACAO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

       1000-50-PRIMEIRO-SOCIO.
           PERFORM 2100-LER-CADSOC1  THRU  2100-99-LER-CADSOC1-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
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
       1150-APURA-NOSSO-NUMERO             SECTION.
      *================================================================*
      * O PROXIMO NOSSO-NUMERO EH A MAIOR CHAVE DO CLUSTER + 1, ACHADA *
      * POR PESQUISA BINARIA COM START (SEM LER O MASTER INTEIRO).     *
      * CLUSTER VAZIO (23 NO PRIMEIRO START) COMECA A NUMERACAO EM 1.  *
      *----------------------------------------------------------------*
           MOVE '1150-APURA-NOSSO-NUMERO'  TO         WS-CODIGO-AREA.

           MOVE 1                          TO         WS-PROX-NOSSO-NUM.
           MOVE 1                          TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 1150-99-APURA-NOSSO-NUMERO-EXIT
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
           PERFORM 1160-SONDA-CHAVE THRU 1160-99-SONDA-CHAVE-EXIT
                   UNTIL WS-NN-BAIXO + 1   NOT LESS   WS-NN-ALTO.
           COMPUTE WS-PROX-NOSSO-NUM = WS-NN-BAIXO + 1.
      *----------------------------------------------------------------*
       1150-99-APURA-NOSSO-NUMERO-EXIT.    EXIT.
      *================================================================*
       1160-SONDA-CHAVE                    SECTION.
      *================================================================*
           COMPUTE WS-NN-MEIO = (WS-NN-BAIXO + WS-NN-ALTO) / 2.
           MOVE WS-NN-MEIO                 TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '00'
                 MOVE WS-NN-MEIO           TO         WS-NN-BAIXO
                 GO TO 1160-99-SONDA-CHAVE-EXIT
           END-IF.
           IF    WS-FS-TIT                 EQUAL      '23'
                 MOVE WS-NN-MEIO           TO         WS-NN-ALTO
                 GO TO 1160-99-SONDA-CHAVE-EXIT
           END-IF.
           MOVE WS-FS-TIT                  TO         WS-AREA-STAT.
           MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       1160-99-SONDA-CHAVE-EXIT.           EXIT.
      *================================================================*
       0600-PREPARA-RESTART                SECTION.
      *================================================================*
      * LE O INTERVALO DE COMMIT (CMTPARM) E O CONTROLE DE RESTART     *
      * (RSTCTL). UM RESTART DO MESMO DIA COM STATUS PARCIAL PULA OS   *
      * SOCIOS JA COBRADOS E RETOMA OS TOTAIS DAS REMESSAS GRAVADOS NO *
      * SEGUNDO REGISTRO DO CHECKPOINT. O NOSSO-NUMERO DO CHECKPOINT   *
      * SEPARA OS TITULOS EMITIDOS DEPOIS DELE PELA RODADA             *
      * INTERROMPIDA, QUE NAO ESTAO NA PARTE RECOPIADA DA REMCOB.      *
      *----------------------------------------------------------------*
           MOVE '0600-PREPARA-RESTART'     TO    WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-RST-DATA-HOJE.

           OPEN  INPUT                     CMTPARM.
           IF    WS-FS-CMT                 EQUAL '00'
                 READ CMTPARM
                 IF  WS-FS-CMT             EQUAL '00'
                     MOVE CMT-INTERVALO    TO    WS-COMMIT-INTERVALO
                 END-IF
                 CLOSE CMTPARM
           END-IF.

           OPEN  INPUT                     RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 GO TO 0600-99-PREPARA-RESTART-EXIT
           END-IF.

           READ  RSTCTL.
           IF    WS-FS-RST                 EQUAL '00'
           AND   RST-PROGRAMA              EQUAL 'VRB737S'
           AND   RST-DATA                  EQUAL WS-RST-DATA-HOJE
           AND   RST-STATUS-PARCIAL
                 MOVE 'S'                  TO    WS-EM-RESTART
                 MOVE RST-QTDE-LIDOS       TO    WS-QTDE-PULAR
                 MOVE RST-PROX-NOSSO-NUM   TO    WS-NN-RETOMADA
                 DISPLAY 'RESTART PARCIAL DETECTADO NO RSTCTL'
                 DISPLAY 'PULANDO SOCIOS JA PROCESSADOS: '
                         WS-QTDE-PULAR
                 DISPLAY 'ULTIMA CHAVE COMMITADA: ' RST-CHAVE
           END-IF.

           IF    WS-EM-RESTART-SIM
                 READ RSTCTL
                 IF  WS-FS-RST             NOT EQUAL '00'
                     MOVE WS-FS-RST        TO    WS-AREA-STAT
                     MOVE 'CONTROLE RSTCTL SEM O REGISTRO DE TOTAIS'
                                           TO    WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE RSTC-EMITIDOS        TO    WS-TITULOS-EMITIDOS
                 MOVE RSTC-VALOR-TOTAL     TO    WS-VALOR-TOTAL
                 MOVE RSTC-DEBITOS         TO    WS-DEBITOS-GERADOS
                 MOVE RSTC-VALOR-DEBITOS   TO    WS-VALOR-DEBITOS
                 MOVE RSTC-JA-EMITIDOS     TO    WS-JA-EMITIDOS
           END-IF.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       0600-99-PREPARA-RESTART-EXIT.       EXIT.
      *================================================================*
       0650-PULA-PROCESSADOS               SECTION.
      *================================================================*
      * O SOCIO JA COBRADO ANTES DO CHECKPOINT NAO GERA NADA DE NOVO,  *
      * MAS O PRECO EH APURADO DE NOVO: O VALOR DO TITULAR FICA        *
      * GUARDADO PARA O DEPENDENTE A CONVERTER E AS ESTATISTICAS DE    *
      * PRECO SAEM IGUAIS AS DE UMA RODADA INTEIRA.                    *
      *----------------------------------------------------------------*
           PERFORM 2100-LER-CADSOC1  THRU  2100-99-LER-CADSOC1-EXIT.
           IF  WS-FS-SOC                   EQUAL '00'
               PERFORM 1800-APURA-VALOR
                   THRU 1800-99-APURA-VALOR-EXIT
               PERFORM 2050-GUARDA-VALOR-TITULAR
                   THRU 2050-99-GUARDA-VALOR-TITULAR-EXIT
                       VARYING WS-IND-CNV FROM 1 BY 1
                       UNTIL WS-IND-CNV GREATER WS-QTDE-CNV
               SUBTRACT 1                  FROM  WS-QTDE-PULAR
           END-IF.
      *----------------------------------------------------------------*
       0650-99-PULA-PROCESSADOS-EXIT.      EXIT.
      *================================================================*
       0700-GRAVA-CHECKPOINT               SECTION.
      *================================================================*
      * REGRAVA O CONTROLE DE RESTART COM A CHAVE E A QUANTIDADE DO    *
      * ULTIMO SOCIO PROCESSADO (COMMIT DE REGISTRO), SEGUIDO DOS      *
      * TOTAIS DAS REMESSAS ATE ESSE PONTO.                            *
      *----------------------------------------------------------------*
           MOVE '0700-GRAVA-CHECKPOINT'    TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 MOVE    WS-FS-RST         TO    WS-AREA-STAT
                 MOVE    'ERRO AO REGRAVAR CONTROLE RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           INITIALIZE REG-RST.
           MOVE 'VRB737S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE NUMERO-SOCIO1              TO    RST-CHAVE.
           MOVE WS-LIDOS-SOC               TO    RST-QTDE-LIDOS.
           MOVE WS-TITULOS-EMITIDOS        TO    RST-QTDE-GRAVADOS.
           MOVE 'P'                        TO    RST-STATUS.
           MOVE WS-PROX-NOSSO-NUM          TO    RST-PROX-NOSSO-NUM.
           WRITE REG-RST.

           INITIALIZE REG-RST-CONT.
           MOVE WS-TITULOS-EMITIDOS        TO    RSTC-EMITIDOS.
           MOVE WS-VALOR-TOTAL             TO    RSTC-VALOR-TOTAL.
           MOVE WS-DEBITOS-GERADOS         TO    RSTC-DEBITOS.
           MOVE WS-VALOR-DEBITOS           TO    RSTC-VALOR-DEBITOS.
           MOVE WS-JA-EMITIDOS             TO    RSTC-JA-EMITIDOS.
           WRITE REG-RST-CONT.
           CLOSE RSTCTL.

           MOVE ZEROS                      TO    WS-DESDE-COMMIT.
      *----------------------------------------------------------------*
       0700-99-GRAVA-CHECKPOINT-EXIT.      EXIT.
      *================================================================*
       0800-COPIA-REMESSAS                 SECTION.
      *================================================================*
      * RETOMADA: CADA REMESSA DA RODADA INTERROMPIDA EH RECOPIADA SO  *
      * ATE O ULTIMO CHECKPOINT - O HEADER E OS DETALHES CONTADOS NOS  *
      * TOTAIS DO RSTCTL (TITULOS E DEBITOS). O QUE FOI GRAVADO DEPOIS *
      * DELE SAI DE NOVO NO REPROCESSAMENTO DOS SOCIOS SEGUINTES.      *
      *----------------------------------------------------------------*
           MOVE '0800-COPIA-REMESSAS'      TO    WS-CODIGO-AREA.

           OPEN  INPUT                     REMCOBA.
           IF    WS-FS-REMA                NOT EQUAL '00'
                 MOVE WS-FS-REMA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM A REMCOBA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           COMPUTE WS-QTDE-COPIAR = WS-TITULOS-EMITIDOS + 1.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0810-COPIA-REMCOB THRU 0810-99-COPIA-REMCOB-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-QTDE-COPIAR.
           CLOSE REMCOBA.

           OPEN  INPUT                     REMDEBA.
           IF    WS-FS-RDBA                NOT EQUAL '00'
                 MOVE WS-FS-RDBA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM A REMDEBA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           COMPUTE WS-QTDE-COPIAR = WS-DEBITOS-GERADOS + 1.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0820-COPIA-REMDEB THRU 0820-99-COPIA-REMDEB-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-QTDE-COPIAR.
           CLOSE REMDEBA.

           DISPLAY 'REMESSAS RECOPIADAS ATE O CHECKPOINT - TITULOS: '
                   WS-TITULOS-EMITIDOS ' DEBITOS: ' WS-DEBITOS-GERADOS.
      *----------------------------------------------------------------*
       0800-99-COPIA-REMESSAS-EXIT.        EXIT.
      *================================================================*
       0810-COPIA-REMCOB                   SECTION.
      *================================================================*
           READ  REMCOBA.
           IF    WS-FS-REMA                NOT EQUAL '00'
                 MOVE WS-FS-REMA           TO    WS-AREA-STAT
                 MOVE 'REMCOBA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  REG-REMA                  TO    REG-REM.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0810-99-COPIA-REMCOB-EXIT.          EXIT.
      *================================================================*
       0820-COPIA-REMDEB                   SECTION.
      *================================================================*
           READ  REMDEBA.
           IF    WS-FS-RDBA                NOT EQUAL '00'
                 MOVE WS-FS-RDBA           TO    WS-AREA-STAT
                 MOVE 'REMDEBA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  REG-RDBA                  TO    REG-RDB.
           PERFORM 7200-GRAVA-REMDEB THRU 7200-99-GRAVA-REMDEB-EXIT.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0820-99-COPIA-REMDEB-EXIT.          EXIT.
      *================================================================*
       1300-CARREGA-DEBMST                 SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1550-99-LE-PRECO-EXIT.              EXIT.
      *================================================================*
       1600-CARREGA-DEPMST                 SECTION.
      *================================================================*
      * DEPENDENTES QUE ATINGIRAM A IDADE LIMITE (VRB848S) E CUJA      *
      * CONVERSAO CAI NO MES DO VENCIMENTO. SEM O CADASTRO (35) NAO HA *
      * CONVERSAO NESTA RODADA. DEPENDENTE JA CONVERTIDO ('C') EM      *
      * RODADA ANTERIOR JA TEM O SEU NUMERO DE SOCIO E NAO ENTRA.      *
      *----------------------------------------------------------------*
           MOVE '1600-CARREGA-DEPMST'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-DPM                 EQUAL      '35'
                 GO TO 1600-99-CARREGA-DEPMST-EXIT
           END-IF.
           IF    WS-FS-DPM                 NOT EQUAL  '00'
                 MOVE WS-FS-DPM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1650-LE-DEPMST THRU 1650-99-LE-DEPMST-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'.

           CLOSE DEPMST.
      *----------------------------------------------------------------*
       1600-99-CARREGA-DEPMST-EXIT.        EXIT.
      *================================================================*
       1650-LE-DEPMST                      SECTION.
      *================================================================*
           READ  DEPMST.
           IF  WS-FS-DPM   NOT EQUAL '00'
           AND WS-FS-DPM   NOT EQUAL '10'
               MOVE WS-FS-DPM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-DPM                   EQUAL      '00'
           AND DPM-SIT-CONVERTIDO
               ADD  1                      TO         WS-JA-CONVERTIDOS
               GO TO 1650-99-LE-DEPMST-EXIT
           END-IF.
           IF  WS-FS-DPM                   EQUAL      '00'
           AND DPM-SIT-LIMITE
           AND DPM-DATA-CONVERSAO (1:6)    EQUAL
               WS-DATA-VENCTO-UTIL (1:6)
               IF  WS-QTDE-CNV             EQUAL      500
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'CONVERSOES DE DEPENDENTES MAIOR QUE 500'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-CNV
               MOVE DPM-SOCIO      TO  WS-CNV-SOCIO-TIT (WS-QTDE-CNV)
               MOVE DPM-SEQ        TO  WS-CNV-SEQ       (WS-QTDE-CNV)
               MOVE DPM-NOME       TO  WS-CNV-NOME      (WS-QTDE-CNV)
               MOVE DPM-DATA-CONVERSAO
                                   TO  WS-CNV-DATA      (WS-QTDE-CNV)
               MOVE ZEROS          TO  WS-CNV-VALOR-TIT (WS-QTDE-CNV)
               MOVE ZEROS          TO  WS-CNV-SOCIO-NOVO (WS-QTDE-CNV)
               MOVE ZEROS          TO  WS-CNV-VALOR     (WS-QTDE-CNV)
           END-IF.
      *----------------------------------------------------------------*
       1650-99-LE-DEPMST-EXIT.             EXIT.
      *================================================================*
       2000-EMITE-TITULOS                  SECTION.
      *================================================================*
           PERFORM 1800-APURA-VALOR
               THRU 1800-99-APURA-VALOR-EXIT.

           PERFORM 2050-GUARDA-VALOR-TITULAR
               THRU 2050-99-GUARDA-VALOR-TITULAR-EXIT
                   VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV GREATER WS-QTDE-CNV.

           MOVE ZEROS                      TO         WS-IND-DEB-ACH.
           PERFORM VARYING WS-IND-DEB FROM 1 BY 1
                   UNTIL WS-IND-DEB GREATER WS-QTDE-DEB
           IF  WS-IND-DEB-ACH              NOT EQUAL  ZEROS
               PERFORM 2500-GERA-DEBITO
                   THRU 2500-99-GERA-DEBITO-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE NUMERO-SOCIO1              TO         WS-SOCIO-PROCURA.
           PERFORM 2200-PROCURA-EMITIDO
               THRU 2200-99-PROCURA-EMITIDO-EXIT.
           IF  WS-JA-EMITIDO-SIM
               GO TO 2000-50-PROXIMO
           END-IF.

           INITIALIZE REG-TIT.
           MOVE WS-PROX-NOSSO-NUM          TO        TIT-NOSSO-NUMERO.
           MOVE WS-PROX-NOSSO-NUM          TO        WS-NOSSO-EMITIDO.
           ADD  1                          TO         WS-PROX-NOSSO-NUM.
           MOVE NUMERO-SOCIO1              TO         TIT-SOCIO.
           MOVE NOME-SOCIO1                TO         TIT-NOME.
           MOVE WS-VALOR-TITULO            TO         TIT-VALOR.
           MOVE WS-DATA-VENCTO-UTIL        TO         TIT-DATA-VENCTO.
           MOVE 'E'                        TO         TIT-SITUACAO.
           MOVE WS-DATA-HOJE               TO         TIT-DATA-EMISSAO.
      *    TITULO DO CLUBE: ORIGEM EM BRANCO, SEMPRE EXPLICITA - O
      *    BUFFER PODE TER LIDO TITULO 'L'/'E' LOGO ANTES.
           MOVE SPACE                      TO         TIT-ORIGEM.
           PERFORM 7100-GRAVA-TITMST
               THRU 7100-99-GRAVA-TITMST-EXIT.

           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE WS-NOSSO-EMITIDO           TO         REMD-NOSSO-NUMERO.
           MOVE NUMERO-SOCIO1              TO         REMD-SOCIO.
           MOVE NOME-SOCIO1                TO         REMD-NOME.
           MOVE WS-VALOR-TITULO            TO         REMD-VALOR.
           ADD  1                          TO        WS-TITULOS-EMITIDOS
           ADD  WS-VALOR-TITULO            TO         WS-VALOR-TOTAL.

       2000-50-PROXIMO.
           IF  WS-COMMIT-INTERVALO         GREATER ZEROS
               ADD 1                       TO    WS-DESDE-COMMIT
               IF  WS-DESDE-COMMIT     NOT LESS  WS-COMMIT-INTERVALO
                   PERFORM 0700-GRAVA-CHECKPOINT
                       THRU 0700-99-GRAVA-CHECKPOINT-EXIT
               END-IF
           END-IF.

           PERFORM 2100-LER-CADSOC1  THRU  2100-99-LER-CADSOC1-EXIT.
      *----------------------------------------------------------------*
       2000-99-EMITE-TITULOS-EXIT.         EXIT.
      *================================================================*
       2050-GUARDA-VALOR-TITULAR           SECTION.
      *================================================================*
      * VALOR DO TITULAR DE ORIGEM: RESERVA PARA O DEPENDENTE          *
      * CONVERTIDO QUANDO NAO HOUVER PRECO 'T' VIGENTE NA TABELA.      *
      *----------------------------------------------------------------*
           IF  WS-CNV-SOCIO-TIT (WS-IND-CNV) EQUAL    NUMERO-SOCIO1
               MOVE WS-VALOR-TITULO  TO  WS-CNV-VALOR-TIT (WS-IND-CNV)
           END-IF.
      *----------------------------------------------------------------*
       2050-99-GUARDA-VALOR-TITULAR-EXIT.  EXIT.
      *================================================================*
       1800-APURA-VALOR                    SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1860-99-TESTA-DIA-SEGUINTE-EXIT.    EXIT.
      *================================================================*
       2200-PROCURA-EMITIDO                SECTION.
      *================================================================*
      * O INDICE ALTERNATIVO POR PAGADOR DIZ SE O SOCIO JA TEM TITULO  *
      * DO CLUBE NESTE VENCIMENTO: RODADA REPETIDA OU RETOMADA DEPOIS  *
      * DO ULTIMO CHECKPOINT NAO EMITE O MESMO TITULO DUAS VEZES. NA   *
      * RETOMADA, O TITULO QUE A RODADA INTERROMPIDA EMITIU DEPOIS DO  *
      * CHECKPOINT (NOSSO-NUMERO NAO MENOR QUE O GUARDADO NELE) FICOU  *
      * FORA DA REMCOB RECOPIADA: O DETALHE EH REGRAVADO A PARTIR DO   *
      * TITMST E VOLTA A CONTAR NOS TOTAIS DO TRAILER.                 *
      *----------------------------------------------------------------*
           MOVE '2200-PROCURA-EMITIDO'     TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-JA-EMITIDO.

           MOVE WS-SOCIO-PROCURA           TO         TIT-SOCIO.
           START TITMST KEY IS EQUAL TO TIT-SOCIO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 2200-99-PROCURA-EMITIDO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO POR PAGADOR NO TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE 'S'                        TO         WS-MESMO-PAGADOR.
           PERFORM 2250-LE-PAGADOR THRU 2250-99-LE-PAGADOR-EXIT
                   UNTIL NOT WS-MESMO-PAGADOR-SIM
                      OR WS-JA-EMITIDO-SIM.

           IF  NOT WS-JA-EMITIDO-SIM
               GO TO 2200-99-PROCURA-EMITIDO-EXIT
           END-IF.

           IF  WS-EM-RESTART-SIM
           AND TIT-NOSSO-NUMERO            NOT LESS   WS-NN-RETOMADA
               MOVE SPACES                 TO         REG-REM
               MOVE '1'                    TO         REM-TIPO-REG
               MOVE TIT-NOSSO-NUMERO       TO         REMD-NOSSO-NUMERO
               MOVE TIT-SOCIO              TO         REMD-SOCIO
               MOVE TIT-NOME               TO         REMD-NOME
               MOVE TIT-VALOR              TO         REMD-VALOR
               MOVE TIT-DATA-VENCTO        TO         REMD-DATA-VENCTO
               PERFORM 7000-GRAVA-REMESSA
                   THRU 7000-99-GRAVA-REMESSA-EXIT
               ADD  1                      TO        WS-TITULOS-EMITIDOS
               ADD  TIT-VALOR              TO         WS-VALOR-TOTAL
               ADD  1                      TO         WS-RETOMADOS
               GO TO 2200-99-PROCURA-EMITIDO-EXIT
           END-IF.

           ADD  1                          TO         WS-JA-EMITIDOS.
           DISPLAY '* SOCIO ' WS-SOCIO-PROCURA ' JA TEM O TITULO '
                   TIT-NOSSO-NUMERO ' NO VENCIMENTO'.
      *----------------------------------------------------------------*
       2200-99-PROCURA-EMITIDO-EXIT.       EXIT.
      *================================================================*
       2250-LE-PAGADOR                     SECTION.
      *================================================================*
           READ  TITMST NEXT RECORD.
           IF  WS-FS-TIT                   EQUAL      '10'
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 2250-99-LE-PAGADOR-EXIT
           END-IF.
      *    02 = HA MAIS TITULOS DO MESMO PAGADOR NO INDICE ALTERNATIVO
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITMST PELO PAGADOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  TIT-SOCIO                   NOT EQUAL  WS-SOCIO-PROCURA
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 2250-99-LE-PAGADOR-EXIT
           END-IF.
           IF  TIT-DATA-VENCTO             EQUAL  WS-DATA-VENCTO-UTIL
           AND TIT-ORIGEM                  EQUAL      SPACE
               MOVE 'S'                    TO         WS-JA-EMITIDO
           END-IF.
      *----------------------------------------------------------------*
       2250-99-LE-PAGADOR-EXIT.            EXIT.
      *================================================================*
       2900-CONVERTE-DEPENDENTE            SECTION.
      *================================================================*
      * DEPENDENTE QUE ATINGIU A IDADE LIMITE VIRA SOCIO TITULAR COM   *
      * O PROXIMO NUMERO LIVRE DO CADSOC1. O PRIMEIRO TITULO SAI NESTA *
      * REMESSA PELO PRECO 'T' VIGENTE (MES CHEIO - A CONVERSAO EH NO  *
      * DIA 1); SEM PRECO NA TABELA VALE O VALOR DO TITULAR DE ORIGEM. *
      * SEM NENHUM DOS DOIS O SOCIO EH CRIADO SEM TITULO NESTE MES.    *
      * NA RETOMADA O SOCIO NOVO RECEBE O MESMO NUMERO (O CADSOC1 SO   *
      * EH ESTENDIDO NO TERMINO) E O TITULO JA EMITIDO NAO SE REPETE.  *
      *----------------------------------------------------------------*
           MOVE '2900-CONVERTE-DEPENDENTE' TO         WS-CODIGO-AREA.

           ADD  1                          TO         WS-MAIOR-SOCIO.
           MOVE WS-MAIOR-SOCIO  TO  WS-CNV-SOCIO-NOVO (WS-IND-CNV).
           ADD  1                          TO         WS-CONVERTIDOS.

           MOVE ZEROS                      TO         WS-IND-PRC-ACH.
           MOVE ZEROS                      TO   WS-VIGENCIA-ACHADA.
           PERFORM 2960-EXAMINA-PRECO-TITULAR
               THRU 2960-99-EXAMINA-PRECO-TITULAR-EXIT
                   VARYING WS-IND-PRC FROM 1 BY 1
                   UNTIL WS-IND-PRC GREATER WS-QTDE-PRC.

           IF  WS-IND-PRC-ACH              NOT EQUAL  ZEROS
               MOVE WS-PRC-VALOR (WS-IND-PRC-ACH)
                                           TO         WS-VALOR-TITULO
           ELSE
               MOVE WS-CNV-VALOR-TIT (WS-IND-CNV)
                                           TO         WS-VALOR-TITULO
           END-IF.
           MOVE WS-VALOR-TITULO  TO  WS-CNV-VALOR (WS-IND-CNV).

           DISPLAY '* DEPENDENTE ' WS-CNV-SOCIO-TIT (WS-IND-CNV) '/'
                   WS-CNV-SEQ (WS-IND-CNV) ' CONVERTIDO NO SOCIO '
                   WS-CNV-SOCIO-NOVO (WS-IND-CNV).

           IF  WS-VALOR-TITULO             EQUAL      ZEROS
               ADD  1                      TO         WS-CONV-SEM-VALOR
               GO TO 2900-99-CONVERTE-DEPENDENTE-EXIT
           END-IF.

           MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV) TO     WS-SOCIO-PROCURA.
           PERFORM 2200-PROCURA-EMITIDO
               THRU 2200-99-PROCURA-EMITIDO-EXIT.
           MOVE '2900-CONVERTE-DEPENDENTE' TO         WS-CODIGO-AREA.
           IF  WS-JA-EMITIDO-SIM
               GO TO 2900-99-CONVERTE-DEPENDENTE-EXIT
           END-IF.

           INITIALIZE REG-TIT.
           MOVE WS-PROX-NOSSO-NUM          TO        TIT-NOSSO-NUMERO.
           MOVE WS-PROX-NOSSO-NUM          TO        WS-NOSSO-EMITIDO.
           ADD  1                          TO         WS-PROX-NOSSO-NUM.
           MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV) TO     TIT-SOCIO.
           MOVE WS-CNV-NOME (WS-IND-CNV)   TO         TIT-NOME.
           MOVE WS-VALOR-TITULO            TO         TIT-VALOR.
           MOVE WS-DATA-VENCTO-UTIL        TO         TIT-DATA-VENCTO.
           MOVE 'E'                        TO         TIT-SITUACAO.
           MOVE WS-DATA-HOJE               TO         TIT-DATA-EMISSAO.
           MOVE SPACE                      TO         TIT-ORIGEM.
           PERFORM 7100-GRAVA-TITMST
               THRU 7100-99-GRAVA-TITMST-EXIT.

           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE WS-NOSSO-EMITIDO           TO         REMD-NOSSO-NUMERO.
           MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV) TO     REMD-SOCIO.
           MOVE WS-CNV-NOME (WS-IND-CNV)   TO         REMD-NOME.
           MOVE WS-VALOR-TITULO            TO         REMD-VALOR.
           MOVE WS-DATA-VENCTO-UTIL        TO         REMD-DATA-VENCTO.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           ADD  1                          TO        WS-TITULOS-EMITIDOS
           ADD  WS-VALOR-TITULO            TO         WS-VALOR-TOTAL.
      *----------------------------------------------------------------*
       2900-99-CONVERTE-DEPENDENTE-EXIT.   EXIT.
      *================================================================*
       2960-EXAMINA-PRECO-TITULAR          SECTION.
      *================================================================*
           IF  WS-PRC-CATEGORIA (WS-IND-PRC) EQUAL    'T'
           AND WS-PRC-VIGENCIA (WS-IND-PRC) NOT GREATER
               WS-DATA-VENCTO-UTIL
           AND WS-PRC-VIGENCIA (WS-IND-PRC) NOT LESS
               WS-VIGENCIA-ACHADA
               MOVE WS-IND-PRC             TO         WS-IND-PRC-ACH
               MOVE WS-PRC-VIGENCIA (WS-IND-PRC)
                                           TO         WS-VIGENCIA-ACHADA
           END-IF.
      *----------------------------------------------------------------*
       2960-99-EXAMINA-PRECO-TITULAR-EXIT. EXIT.
      *================================================================*
       2500-GERA-DEBITO                    SECTION.
      *================================================================*

           IF  WS-FS-SOC                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SOC
               IF  NUMERO-SOCIO1           GREATER    WS-MAIOR-SOCIO
                   MOVE NUMERO-SOCIO1      TO         WS-MAIOR-SOCIO
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-CADSOC1-EXIT.           EXIT.
      *----------------------------------------------------------------*
       7200-99-GRAVA-REMDEB-EXIT.          EXIT.
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
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           PERFORM 2900-CONVERTE-DEPENDENTE
               THRU 2900-99-CONVERTE-DEPENDENTE-EXIT
                   VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV GREATER WS-QTDE-CNV.

           MOVE SPACES                     TO         REG-REM.
           MOVE '9'                        TO         REM-TIPO-REG.
           MOVE WS-TITULOS-EMITIDOS        TO         REMT-QTDE.
           MOVE WS-VALOR-DEBITOS           TO         RDBT-VALOR-TOTAL.
           PERFORM 7200-GRAVA-REMDEB THRU 7200-99-GRAVA-REMDEB-EXIT.

           CLOSE CADSOC1  TITMST  REMCOB  REMDEB.

           IF  WS-FS-SOC                   NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-QTDE-CNV                 GREATER    ZEROS
               PERFORM 9100-ACRESCENTA-CADASTROS
                   THRU 9100-99-ACRESCENTA-CADASTROS-EXIT
           END-IF.

           PERFORM 9200-REGRAVA-DEPMST
               THRU 9200-99-REGRAVA-DEPMST-EXIT.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* SOCIOS LIDOS          =    ' WS-LIDOS-SOC.
           DISPLAY '* JA EMITIDOS NO VENCTO =    ' WS-JA-EMITIDOS.
           DISPLAY '* TITULOS EMITIDOS      =    ' WS-TITULOS-EMITIDOS.
           DISPLAY '* DEBITOS GERADOS       =    ' WS-DEBITOS-GERADOS.
           DISPLAY '* PRECO PELA TABELA     =    ' WS-PRECO-TABELA.
           DISPLAY '* PRECO HISTORICO       =    ' WS-PRECO-HISTORICO.
           DISPLAY '* PRO-RATAS CALCULADOS  =    ' WS-PRO-RATAS.
           DISPLAY '* DEPEND. CONVERTIDOS   =    ' WS-CONVERTIDOS.
           DISPLAY '* CONVERTIDOS SEM VALOR =    ' WS-CONV-SEM-VALOR.
           DISPLAY '* JA CONVERTIDOS ANTES  =    ' WS-JA-CONVERTIDOS.
           DISPLAY '* GRAVADOS EM DEPMSTN   =    ' WS-GRAVADOS-DPMN.
           DISPLAY '* REGRAVADOS NA RETOMADA=    ' WS-RETOMADOS.
           DISPLAY '* VALOR DEBITOS         =    ' WS-VALOR-DEBITOS.
           DISPLAY '* VALOR TOTAL REMESSA   =    ' WS-VALOR-TOTAL.
           DISPLAY '* VENCIMENTO (DIA UTIL) =    ' WS-DATA-VENCTO-UTIL.
                 PERFORM 9999-CANCELA
           END-IF

           PERFORM 5600-FECHA-RESTART
               THRU 5600-99-FECHA-RESTART-EXIT

           MOVE  WS-LIDOS-SOC              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-TITULOS-EMITIDOS       TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       5600-FECHA-RESTART                  SECTION.
      *================================================================*
      * TERMINO NORMAL: O CONTROLE DE RESTART FICA COMPLETO ('C').     *
      *----------------------------------------------------------------*
           MOVE '5600-FECHA-RESTART'       TO    WS-CODIGO-AREA.

           OPEN  OUTPUT                    RSTCTL.
           IF    WS-FS-RST                 NOT EQUAL '00'
                 GO TO 5600-99-FECHA-RESTART-EXIT
           END-IF.

           INITIALIZE REG-RST.
           MOVE 'VRB737S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE WS-LIDOS-SOC               TO    RST-QTDE-LIDOS.
           MOVE WS-TITULOS-EMITIDOS        TO    RST-QTDE-GRAVADOS.
           MOVE 'C'                        TO    RST-STATUS.
           WRITE REG-RST.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       5600-99-FECHA-RESTART-EXIT.         EXIT.
      *================================================================*
       9100-ACRESCENTA-CADASTROS           SECTION.
      *================================================================*
      * SOCIOS CONVERTIDOS ENTRAM NO FIM DO CADSOC1 (NUMERO MAIOR QUE  *
      * TODOS, A ORDEM SE MANTEM) E NO COMPANHEIRO CADCAT, QUE PODE    *
      * AINDA NAO EXISTIR (35) E NESSE CASO EH CRIADO.                 *
      *----------------------------------------------------------------*
           MOVE '9100-ACRESCENTA-CADASTROS' TO        WS-CODIGO-AREA.

           OPEN  EXTEND                    CADSOC1.
           IF    WS-FS-SOC                 NOT EQUAL  '00'
                 MOVE WS-FS-SOC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA EXTENSAO DO ARQUIVO CADSOC1'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    CADCAT.
           IF    WS-FS-CAT                 EQUAL      '35'
                 OPEN OUTPUT               CADCAT
           END-IF.
           IF    WS-FS-CAT                 NOT EQUAL  '00'
                 MOVE WS-FS-CAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA EXTENSAO DO COMPANHEIRO CADCAT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 9150-GRAVA-SOCIO-NOVO
               THRU 9150-99-GRAVA-SOCIO-NOVO-EXIT
                   VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV GREATER WS-QTDE-CNV.

           CLOSE CADSOC1  CADCAT.
      *----------------------------------------------------------------*
       9100-99-ACRESCENTA-CADASTROS-EXIT.  EXIT.
      *================================================================*
       9150-GRAVA-SOCIO-NOVO               SECTION.
      *================================================================*
           MOVE '9150-GRAVA-SOCIO-NOVO'    TO         WS-CODIGO-AREA.

      *    SOCIO NOVO JA NASCE COM A MENSALIDADE DO MES EM ABERTO
           MOVE 2                          TO         CODIGO-PAGAMENTO1.
           MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV) TO     NUMERO-SOCIO1.
           MOVE WS-CNV-NOME (WS-IND-CNV)   TO         NOME-SOCIO1.
           MOVE WS-CNV-VALOR (WS-IND-CNV)  TO         VALOR-PAGAMENTO1.
           MOVE ZEROS                      TO       VALOR-PAGO-PARCIAL1.
           WRITE REG-SOC.
           IF  WS-FS-SOC                   NOT EQUAL  '00'
               MOVE WS-FS-SOC              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR SOCIO NOVO NO CADSOC1'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-CAT.
           MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV) TO     CAT-SOCIO.
           MOVE 'T'                        TO         CAT-CATEGORIA.
           MOVE WS-CNV-DATA (WS-IND-CNV)   TO         CAT-DATA-ADESAO.
           WRITE REG-CAT.
           IF  WS-FS-CAT                   NOT EQUAL  '00'
               MOVE WS-FS-CAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR SOCIO NOVO NO CADCAT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       9150-99-GRAVA-SOCIO-NOVO-EXIT.      EXIT.
      *================================================================*
       9200-REGRAVA-DEPMST                 SECTION.
      *================================================================*
      * MASTER ANTIGO -> NOVO: O DEPENDENTE CONVERTIDO NESTA RODADA    *
      * SAI NO DEPMSTN COM SITUACAO 'C' E O NUMERO DO SOCIO NOVO; OS   *
      * DEMAIS SAO COPIADOS COMO ESTAO. SEM O DEPMST (35) O DEPMSTN    *
      * SAI VAZIO.                                                     *
      *----------------------------------------------------------------*
           MOVE '9200-REGRAVA-DEPMST'      TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    DEPMSTN.
           IF    WS-FS-DPMN                NOT EQUAL  '00'
                 MOVE WS-FS-DPMN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-DPM                 EQUAL      '35'
                 CLOSE DEPMSTN
                 GO TO 9200-99-REGRAVA-DEPMST-EXIT
           END-IF.
           IF    WS-FS-DPM                 NOT EQUAL  '00'
                 MOVE WS-FS-DPM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 9250-COPIA-DEPENDENTE
               THRU 9250-99-COPIA-DEPENDENTE-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'.

           CLOSE DEPMST  DEPMSTN.
      *----------------------------------------------------------------*
       9200-99-REGRAVA-DEPMST-EXIT.        EXIT.
      *================================================================*
       9250-COPIA-DEPENDENTE               SECTION.
      *================================================================*
           READ  DEPMST.
           IF  WS-FS-DPM                   EQUAL      '10'
               GO TO 9250-99-COPIA-DEPENDENTE-EXIT
           END-IF.
           IF  WS-FS-DPM                   NOT EQUAL  '00'
               MOVE WS-FS-DPM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE REG-DPM                    TO         REG-DPMN.

           MOVE ZEROS                      TO         WS-IND-CNV-ACH.
           PERFORM 9260-PROCURA-CONVERTIDO
               THRU 9260-99-PROCURA-CONVERTIDO-EXIT
                   VARYING WS-IND-CNV FROM 1 BY 1
                   UNTIL WS-IND-CNV GREATER WS-QTDE-CNV
                      OR WS-IND-CNV-ACH    NOT EQUAL  ZEROS.

           IF  WS-IND-CNV-ACH              NOT EQUAL  ZEROS
               MOVE 'C'                    TO         DPMN-SITUACAO
               MOVE WS-CNV-SOCIO-NOVO (WS-IND-CNV-ACH)
                                           TO         DPMN-SOCIO-NOVO
           END-IF.

           WRITE REG-DPMN.
           IF  WS-FS-DPMN                  NOT EQUAL  '00'
               MOVE WS-FS-DPMN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO DEPMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-DPMN.
      *----------------------------------------------------------------*
       9250-99-COPIA-DEPENDENTE-EXIT.      EXIT.
      *================================================================*
       9260-PROCURA-CONVERTIDO             SECTION.
      *================================================================*
           IF  WS-CNV-SOCIO-TIT (WS-IND-CNV) EQUAL    DPM-SOCIO
           AND WS-CNV-SEQ (WS-IND-CNV)     EQUAL      DPM-SEQ
           AND DPM-SIT-LIMITE
               MOVE WS-IND-CNV             TO         WS-IND-CNV-ACH
           END-IF.
      *----------------------------------------------------------------*
       9260-99-PROCURA-CONVERTIDO-EXIT.    EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
