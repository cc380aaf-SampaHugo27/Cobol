      * OBJETIVO: BAIXA AUTOMATICA DO RETORNO BANCARIO DE COBRANCA, O  *
      * OUTRO LADO DA REMESSA DO VRB737S. LE O ARQUIVO RETORNO DO      *
      * BANCO E, PARA CADA TITULO PAGO:                                *
      *   - LE O TITULO NO CLUSTER TITMST PELA CHAVE NOSSO-NUMERO E    *
      *     O REGRAVA NO LUGAR COM A SITUACAO NOVA;                    *
      *   - PAGAMENTO INTEGRAL MARCA O TITULO COMO PAGO ('P');         *
      *     PAGAMENTO PARCIAL MANTEM O TITULO EMITIDO E ACUMULA O      *
      *     VALOR NO SALDO DO SOCIO, NA MESMA LOGICA DO VRB650S        *
      * IMPRIME A CONCILIACAO RELRET: TITULOS EMITIDOS X PAGOS X EM    *
      * ABERTO - O LANCAMENTO MANUAL ATRASADO DEIXA DE GERAR CARTA DE  *
      * COBRANCA ERRADA.                                               *
      * RETOMADA (RSTCTL PARCIAL DO DIA): OS EXTRATOS DA RODADA        *
      * INTERROMPIDA SAO INFORMADOS NAS DDS RETEXCA, RETREJBA,         *
      * LOANRETA E NFSBAIXA; O PROGRAMA RECOPIA DELES SO OS REGISTROS  *
      * GRAVADOS ATE O ULTIMO CHECKPOINT, E OS RETORNOS SEGUINTES SAO  *
      * REPROCESSADOS UMA UNICA VEZ.                                   *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *                                   RETREJB - O TIT-SOCIO DELES  *
      *                                   NAO EH NUMERO DE SOCIO DO    *
      *                                   CLUBE                        *
      *  15/09/2026 HUGO SAMPAIO          LIQUIDACAO INTEGRAL DE       *
      *                                   TITULO DE EMPRESTIMO ('L')   *
      *                                   SAI NO EXTRATO LOANRET COM A *
      *                                   DATA DE PAGAMENTO, BASE DA   *
      *                                   MULTA E DOS JUROS DE MORA DO *
      *                                   VRB768S                      *
      *  15/10/2026 HUGO SAMPAIO          LIQUIDACAO INTEGRAL DE       *
      *                                   MENSALIDADE DO CLUBE OU DA   *
      *                                   ESCOLA SAI NO EXTRATO        *
      *                                   NFSBAIX, BASE DO LOTE DE RPS *
      *                                   DA NFS-E (VRB852S)           *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO LIDO PELA CHAVE *
      *                                   E REGRAVADO NO LUGAR (SEM A  *
      *                                   TABELA DE 5000 TITULOS, SEM  *
      *                                   TITMSTN E SEM O CONTROLE DE  *
      *                                   GERACAO DO GENCAT31);        *
      *                                   CONCILIACAO PELA VARREDURA   *
      *                                   DO CLUSTER; DESCARGA DO DIA  *
      *                                   (VRB865S) EXIGIDA NO TITCAT; *
      *                                   COMMIT PELO CMTPARM E        *
      *                                   RESTART POR CHECKPOINT NO    *
      *                                   RSTCTL, QUE GUARDA TAMBEM OS *
      *                                   PAGAMENTOS ACUMULADOS POR    *
      *                                   SOCIO                        *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O RETORNO DADO *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *  15/10/2026 HUGO SAMPAIO          RETOMADA SEM DUPLICAR OS     *
      *                                   EXTRATOS: RETEXC, RETREJB,   *
      *                                   LOANRET E NFSBAIX ABERTOS    *
      *                                   OUTPUT E RECOPIADOS DA       *
      *                                   RODADA INTERROMPIDA (DDS COM *
      *                                   SUFIXO A) SO ATE A QUANTIDADE*
      *                                   DO ULTIMO CHECKPOINT         *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        DYNAMIC
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT CADSOC1        ASSIGN TO CADSOC1
           FILE STATUS           IS        WS-FS-SOC.
      *----------------------------------------------------------------*
           SELECT RETREJB        ASSIGN TO RETREJB
           FILE STATUS           IS        WS-FS-REJB.
      *----------------------------------------------------------------*
           SELECT LOANRET        ASSIGN TO LOANRET
           FILE STATUS           IS        WS-FS-LRT.
      *----------------------------------------------------------------*
           SELECT NFSBAIX        ASSIGN TO NFSBAIX
           FILE STATUS           IS        WS-FS-BXN.
      *----------------------------------------------------------------*
           SELECT RETEXCA        ASSIGN TO RETEXCA
           FILE STATUS           IS        WS-FS-EXCA.
      *----------------------------------------------------------------*
           SELECT RETREJBA       ASSIGN TO RETREJBA
           FILE STATUS           IS        WS-FS-REJBA.
      *----------------------------------------------------------------*
           SELECT LOANRETA       ASSIGN TO LOANRETA
           FILE STATUS           IS        WS-FS-LRTA.
      *----------------------------------------------------------------*
           SELECT NFSBAIXA       ASSIGN TO NFSBAIXA
           FILE STATUS           IS        WS-FS-BXNA.
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
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

           05 TIT-DATA-EMISSAO             PIC 9(08).
           05 TIT-ORIGEM                   PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  CADSOC1
           LABEL       RECORD   STANDARD
           05 REJB-VALOR                   PIC 9(09)V9(02).
           05 REJB-DATA-VENCTO             PIC 9(08).
           05 FILLER                       PIC X(44).
      *----------------------------------------------------------------*
      *   EXTRATO DE TITULOS DE EMPRESTIMO LIQUIDADOS (PARA O VRB768S) *
      *----------------------------------------------------------------*
       FD  LOANRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-LRT.

       01  REG-LRT.
           05 LRT-NOSSO-NUMERO             PIC 9(10).
           05 LRT-CONTRATO                 PIC 9(06).
           05 LRT-VALOR-PAGO               PIC 9(09)V9(02).
           05 LRT-DATA-PAGAMENTO           PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   EXTRATO DE MENSALIDADES LIQUIDADAS PARA A NFS-E (VRB852S)    *
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
      *   EXTRATOS DA RODADA INTERROMPIDA (SO NA RETOMADA)             *
      *----------------------------------------------------------------*
       FD  RETEXCA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-EXCA.

       01  REG-EXCA                        PIC X(80).
      *----------------------------------------------------------------*
       FD  RETREJBA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-REJBA.

       01  REG-REJBA                       PIC X(110).
      *----------------------------------------------------------------*
       FD  LOANRETA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-LRTA.

       01  REG-LRTA                        PIC X(40).
      *----------------------------------------------------------------*
       FD  NFSBAIXA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-BXNA.

       01  REG-BXNA                        PIC X(80).
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
           DATA RECORD IS       REG-RST  REG-RST-CONT
                                REG-RST-EXTR  REG-RST-PAG.

       01  REG-RST.
           05 RST-PROGRAMA                 PIC X(08).
           05 RST-DATA                     PIC 9(08).
           05 RST-CHAVE                    PIC 9(10).
           05 RST-QTDE-LIDOS               PIC 9(07).
           05 RST-QTDE-GRAVADOS            PIC 9(07).
           05 RST-STATUS                   PIC X(01).
              88 RST-STATUS-PARCIAL                     VALUE 'P'.
              88 RST-STATUS-COMPLETO                    VALUE 'C'.
           05 FILLER                       PIC X(19).

      *    REGISTROS SEGUINTES: TOTAIS ATE O CHECKPOINT E OS
      *    PAGAMENTOS JA ACUMULADOS POR SOCIO
       01  REG-RST-CONT.
           05 RSTC-TIPO                    PIC X(01).
              88 RSTC-TIPO-TOTAIS                       VALUE 'T'.
              88 RSTC-TIPO-EXTRATOS                     VALUE 'X'.
              88 RSTC-TIPO-SOCIO                        VALUE 'S'.
           05 RSTC-INTEGRAIS               PIC 9(07).
           05 RSTC-PARCIAIS                PIC 9(07).
           05 RSTC-OUTRA-ORIG              PIC 9(07).
           05 RSTC-EXCECOES                PIC 9(07).
           05 RSTC-CONF-ENTRADA            PIC 9(07).
           05 RSTC-CONF-BAIXA              PIC 9(07).
           05 RSTC-CONF-PROTESTO           PIC 9(07).
           05 RSTC-REJEITADOS              PIC 9(07).
           05 FILLER                       PIC X(03).

       01  REG-RST-EXTR.
           05 FILLER                       PIC X(01).
           05 RSTX-GRAVADOS-LRT            PIC 9(07).
           05 RSTX-GRAVADOS-BXN            PIC 9(07).
           05 RSTX-REAPLICADOS             PIC 9(07).
           05 FILLER                       PIC X(38).

       01  REG-RST-PAG.
           05 FILLER                       PIC X(01).
           05 RSTP-SOCIO                   PIC 9(06).
           05 RSTP-VALOR                   PIC 9(09)V9(02).
           05 FILLER                       PIC X(42).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-SOC                       PIC X(02)     VALUE '00'.
       77  WS-FS-SOCN                      PIC X(02)     VALUE '00'.
       77  WS-FS-EXC                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAGO                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJB                      PIC X(02)     VALUE '00'.
       77  WS-FS-LRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-BXN                       PIC X(02)     VALUE '00'.
       77  WS-FS-EXCA                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJBA                     PIC X(02)     VALUE '00'.
       77  WS-FS-LRTA                      PIC X(02)     VALUE '00'.
       77  WS-FS-BXNA                      PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
       77  WS-LIDOS-RET                    PIC 9(07)     VALUE ZEROS.
       77  WS-PAGOS-INTEGRAIS              PIC 9(07)     VALUE ZEROS.
       77  WS-CONF-BAIXA                   PIC 9(07)     VALUE ZEROS.
       77  WS-CONF-PROTESTO                PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS-BCO               PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-LRT                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-BXN                 PIC 9(07)     VALUE ZEROS.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(05)     VALUE ZEROS.
       77  WS-REAPLICADOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-REGRAVA-TIT                  PIC X(01)     VALUE 'N'.
           88 WS-REGRAVA-TIT-SIM                         VALUE 'S'.
       77  WS-REAPLICA                     PIC X(01)     VALUE 'N'.
           88 WS-REAPLICA-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA DO MASTER TITMST           *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
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
       77  WS-QTDE-COPIADOS                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        TABELA DE PAGAMENTOS ACUMULADOS POR SOCIO               *
      *----------------------------------------------------------------*

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB738S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           PERFORM 2000-PROCESSA-RETORNO   THRU
                   2000-99-PROCESSA-RETORNO-EXIT
                   UNTIL WS-FS-RET         EQUAL '10'.
           PERFORM 3000-CONTA-TITULOS      THRU
                   3000-99-CONTA-TITULOS-EXIT.
           PERFORM 4000-ATUALIZA-SOCIOS    THRU
                   4000-99-ATUALIZA-SOCIOS-EXIT.
           PERFORM 5000-CONCILIACAO        THRU

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB738S PULADO: RETORNO  NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.

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

           OPEN  INPUT                     RETORNO.
           IF    WS-FS-RET                 NOT EQUAL  '00'
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0600-PREPARA-RESTART
               THRU 0600-99-PREPARA-RESTART-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    RETEXC  RETREJB
                                           LOANRET  NFSBAIX.
           IF    WS-FS-EXC                 NOT EQUAL  '00'
                 MOVE WS-FS-EXC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS EXCECOES RETEXC'
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-FS-REJB                NOT EQUAL  '00'
                 MOVE WS-FS-REJB           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RETREJB'
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-FS-LRT                 NOT EQUAL  '00'
                 MOVE WS-FS-LRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO LOANRET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-FS-BXN                 NOT EQUAL  '00'
                 MOVE WS-FS-BXN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      *    NA RETOMADA OS EXTRATOS RECEBEM DE VOLTA SO O QUE A RODADA
      *    INTERROMPIDA GRAVOU ATE O ULTIMO CHECKPOINT.
           IF    WS-EM-RESTART-SIM
                 PERFORM 0800-COPIA-EXTRATOS
                     THRU 0800-99-COPIA-EXTRATOS-EXIT
                 MOVE  '1000-INICIO'       TO         WS-CODIGO-AREA
           END-IF.

           IF    WS-EM-RESTART-SIM
                 PERFORM 0650-PULA-PROCESSADOS
                     THRU 0650-99-PULA-PROCESSADOS-EXIT
                         UNTIL WS-QTDE-PULAR EQUAL ZEROS
                            OR WS-FS-RET     EQUAL '10'
           END-IF.

           PERFORM 2100-LER-RETORNO  THRU  2100-99-LER-RETORNO-EXIT.
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
       0600-PREPARA-RESTART                SECTION.
      *================================================================*
      * LE O INTERVALO DE COMMIT (CMTPARM) E O CONTROLE DE RESTART     *
      * (RSTCTL). UM RESTART DO MESMO DIA COM STATUS PARCIAL PULA OS   *
      * RETORNOS JA BAIXADOS E RETOMA OS TOTAIS E OS PAGAMENTOS        *
      * ACUMULADOS POR SOCIO GRAVADOS NO CHECKPOINT.                   *
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
           AND   RST-PROGRAMA              EQUAL 'VRB738S'
           AND   RST-DATA                  EQUAL WS-RST-DATA-HOJE
           AND   RST-STATUS-PARCIAL
                 MOVE 'S'                  TO    WS-EM-RESTART
                 MOVE RST-QTDE-LIDOS       TO    WS-QTDE-PULAR
                 DISPLAY 'RESTART PARCIAL DETECTADO NO RSTCTL'
                 DISPLAY 'PULANDO RETORNOS JA BAIXADOS: '
                         WS-QTDE-PULAR
                 DISPLAY 'ULTIMA CHAVE COMMITADA: ' RST-CHAVE
           END-IF.

           IF    WS-EM-RESTART-SIM
                 PERFORM 0660-LE-COMPLEMENTO
                     THRU 0660-99-LE-COMPLEMENTO-EXIT
                         UNTIL WS-FS-RST     EQUAL '10'
           END-IF.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       0600-99-PREPARA-RESTART-EXIT.       EXIT.
      *================================================================*
       0650-PULA-PROCESSADOS               SECTION.
      *================================================================*
           PERFORM 2100-LER-RETORNO  THRU  2100-99-LER-RETORNO-EXIT.
           IF  WS-FS-RET                   EQUAL '00'
               SUBTRACT 1                  FROM  WS-QTDE-PULAR
           END-IF.
      *----------------------------------------------------------------*
       0650-99-PULA-PROCESSADOS-EXIT.      EXIT.
      *================================================================*
       0660-LE-COMPLEMENTO                 SECTION.
      *================================================================*
           READ  RSTCTL.
           IF  WS-FS-RST   NOT EQUAL '00'
           AND WS-FS-RST   NOT EQUAL '10'
               MOVE WS-FS-RST              TO    WS-AREA-STAT
               MOVE 'ERRO AO LER CONTROLE RSTCTL'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RST                   NOT EQUAL '00'
               GO TO 0660-99-LE-COMPLEMENTO-EXIT
           END-IF.

           IF  RSTC-TIPO-TOTAIS
               MOVE RSTC-INTEGRAIS         TO    WS-PAGOS-INTEGRAIS
               MOVE RSTC-PARCIAIS          TO    WS-PAGOS-PARCIAIS
               MOVE RSTC-OUTRA-ORIG        TO    WS-PAGOS-OUTRA-ORIG
               MOVE RSTC-EXCECOES          TO    WS-EXCECOES
               MOVE RSTC-CONF-ENTRADA      TO    WS-CONF-ENTRADA
               MOVE RSTC-CONF-BAIXA        TO    WS-CONF-BAIXA
               MOVE RSTC-CONF-PROTESTO     TO    WS-CONF-PROTESTO
               MOVE RSTC-REJEITADOS        TO    WS-REJEITADOS-BCO
           END-IF.
           IF  RSTC-TIPO-EXTRATOS
               MOVE RSTX-GRAVADOS-LRT      TO    WS-GRAVADOS-LRT
               MOVE RSTX-GRAVADOS-BXN      TO    WS-GRAVADOS-BXN
               MOVE RSTX-REAPLICADOS       TO    WS-REAPLICADOS
           END-IF.
           IF  RSTC-TIPO-SOCIO
               ADD  1                      TO    WS-QTDE-PAG
               MOVE RSTP-SOCIO        TO  WS-PAG-SOCIO (WS-QTDE-PAG)
               MOVE RSTP-VALOR        TO  WS-PAG-VALOR (WS-QTDE-PAG)
           END-IF.
      *----------------------------------------------------------------*
       0660-99-LE-COMPLEMENTO-EXIT.        EXIT.
      *================================================================*
       0700-GRAVA-CHECKPOINT               SECTION.
      *================================================================*
      * REGRAVA O CONTROLE DE RESTART COM A CHAVE E A QUANTIDADE DO    *
      * ULTIMO RETORNO PROCESSADO (COMMIT DE REGISTRO), SEGUIDO DOS    *
      * TOTAIS DA RODADA E DOS PAGAMENTOS ACUMULADOS POR SOCIO, QUE    *
      * SO VAO PARA O CADSOC1N NO FIM DO PROGRAMA.                     *
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
           MOVE 'VRB738S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE RET-NOSSO-NUMERO           TO    RST-CHAVE.
           MOVE WS-LIDOS-RET               TO    RST-QTDE-LIDOS.
           COMPUTE RST-QTDE-GRAVADOS = WS-PAGOS-INTEGRAIS
                                     + WS-PAGOS-PARCIAIS.
           MOVE 'P'                        TO    RST-STATUS.
           WRITE REG-RST.

           INITIALIZE REG-RST-CONT.
           MOVE 'T'                        TO    RSTC-TIPO.
           MOVE WS-PAGOS-INTEGRAIS         TO    RSTC-INTEGRAIS.
           MOVE WS-PAGOS-PARCIAIS          TO    RSTC-PARCIAIS.
           MOVE WS-PAGOS-OUTRA-ORIG        TO    RSTC-OUTRA-ORIG.
           MOVE WS-EXCECOES                TO    RSTC-EXCECOES.
           MOVE WS-CONF-ENTRADA            TO    RSTC-CONF-ENTRADA.
           MOVE WS-CONF-BAIXA              TO    RSTC-CONF-BAIXA.
           MOVE WS-CONF-PROTESTO           TO    RSTC-CONF-PROTESTO.
           MOVE WS-REJEITADOS-BCO          TO    RSTC-REJEITADOS.
           WRITE REG-RST-CONT.

           INITIALIZE REG-RST-EXTR.
           MOVE 'X'                        TO    RSTC-TIPO.
           MOVE WS-GRAVADOS-LRT            TO    RSTX-GRAVADOS-LRT.
           MOVE WS-GRAVADOS-BXN            TO    RSTX-GRAVADOS-BXN.
           MOVE WS-REAPLICADOS             TO    RSTX-REAPLICADOS.
           WRITE REG-RST-EXTR.

           PERFORM 0750-GRAVA-RST-SOCIO
               THRU 0750-99-GRAVA-RST-SOCIO-EXIT
                   VARYING WS-IND-PAG FROM 1 BY 1
                   UNTIL WS-IND-PAG GREATER WS-QTDE-PAG.
           CLOSE RSTCTL.

           MOVE ZEROS                      TO    WS-DESDE-COMMIT.
      *----------------------------------------------------------------*
       0700-99-GRAVA-CHECKPOINT-EXIT.      EXIT.
      *================================================================*
       0750-GRAVA-RST-SOCIO                SECTION.
      *================================================================*
           INITIALIZE REG-RST-PAG.
           MOVE 'S'                        TO    RSTC-TIPO.
           MOVE WS-PAG-SOCIO (WS-IND-PAG)  TO    RSTP-SOCIO.
           MOVE WS-PAG-VALOR (WS-IND-PAG)  TO    RSTP-VALOR.
           WRITE REG-RST-PAG.
      *----------------------------------------------------------------*
       0750-99-GRAVA-RST-SOCIO-EXIT.       EXIT.
      *================================================================*
       0800-COPIA-EXTRATOS                 SECTION.
      *================================================================*
      * RETOMADA: CADA EXTRATO DA RODADA INTERROMPIDA EH RECOPIADO SO  *
      * ATE A QUANTIDADE GRAVADA NO ULTIMO CHECKPOINT (EXCECOES,       *
      * REJEITADOS, LOANRET E NFSBAIX DO RSTCTL). O QUE FOI GRAVADO    *
      * DEPOIS DELE SAI DE NOVO NO REPROCESSAMENTO DOS RETORNOS.       *
      *----------------------------------------------------------------*
           MOVE '0800-COPIA-EXTRATOS'      TO    WS-CODIGO-AREA.

           OPEN  INPUT                     RETEXCA.
           IF    WS-FS-EXCA                NOT EQUAL '00'
                 MOVE WS-FS-EXCA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM O RETEXCA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0810-COPIA-RETEXC THRU 0810-99-COPIA-RETEXC-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-EXCECOES.
           CLOSE RETEXCA.

           OPEN  INPUT                     RETREJBA.
           IF    WS-FS-REJBA               NOT EQUAL '00'
                 MOVE WS-FS-REJBA          TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM O RETREJBA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0820-COPIA-RETREJB THRU 0820-99-COPIA-RETREJB-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-REJEITADOS-BCO.
           CLOSE RETREJBA.

           OPEN  INPUT                     LOANRETA.
           IF    WS-FS-LRTA                NOT EQUAL '00'
                 MOVE WS-FS-LRTA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM O LOANRETA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0830-COPIA-LOANRET THRU 0830-99-COPIA-LOANRET-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-GRAVADOS-LRT.
           CLOSE LOANRETA.

           OPEN  INPUT                     NFSBAIXA.
           IF    WS-FS-BXNA                NOT EQUAL '00'
                 MOVE WS-FS-BXNA           TO    WS-AREA-STAT
                 MOVE 'RETOMADA SEM O NFSBAIXA DA RODADA INTERROMPIDA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO    WS-QTDE-COPIADOS.
           PERFORM 0840-COPIA-NFSBAIX THRU 0840-99-COPIA-NFSBAIX-EXIT
                   UNTIL WS-QTDE-COPIADOS  NOT LESS WS-GRAVADOS-BXN.
           CLOSE NFSBAIXA.

           DISPLAY 'EXTRATOS RECOPIADOS ATE O CHECKPOINT - RETEXC: '
                   WS-EXCECOES ' RETREJB: ' WS-REJEITADOS-BCO.
           DISPLAY '                                      LOANRET: '
                   WS-GRAVADOS-LRT ' NFSBAIX: ' WS-GRAVADOS-BXN.
      *----------------------------------------------------------------*
       0800-99-COPIA-EXTRATOS-EXIT.        EXIT.
      *================================================================*
       0810-COPIA-RETEXC                   SECTION.
      *================================================================*
           READ  RETEXCA.
           IF    WS-FS-EXCA                NOT EQUAL '00'
                 MOVE WS-FS-EXCA           TO    WS-AREA-STAT
                 MOVE 'RETEXCA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           WRITE REG-EXC                   FROM  REG-EXCA.
           IF    WS-FS-EXC                 NOT EQUAL '00'
                 MOVE WS-FS-EXC            TO    WS-AREA-STAT
                 MOVE 'ERRO AO RECOPIAR EXCECOES RETEXC'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0810-99-COPIA-RETEXC-EXIT.          EXIT.
      *================================================================*
       0820-COPIA-RETREJB                  SECTION.
      *================================================================*
           READ  RETREJBA.
           IF    WS-FS-REJBA               NOT EQUAL '00'
                 MOVE WS-FS-REJBA          TO    WS-AREA-STAT
                 MOVE 'RETREJBA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           WRITE REG-REJB                  FROM  REG-REJBA.
           IF    WS-FS-REJB                NOT EQUAL '00'
                 MOVE WS-FS-REJB           TO    WS-AREA-STAT
                 MOVE 'ERRO AO RECOPIAR ARQUIVO RETREJB'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0820-99-COPIA-RETREJB-EXIT.         EXIT.
      *================================================================*
       0830-COPIA-LOANRET                  SECTION.
      *================================================================*
           READ  LOANRETA.
           IF    WS-FS-LRTA                NOT EQUAL '00'
                 MOVE WS-FS-LRTA           TO    WS-AREA-STAT
                 MOVE 'LOANRETA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           WRITE REG-LRT                   FROM  REG-LRTA.
           IF    WS-FS-LRT                 NOT EQUAL '00'
                 MOVE WS-FS-LRT            TO    WS-AREA-STAT
                 MOVE 'ERRO AO RECOPIAR EXTRATO LOANRET'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0830-99-COPIA-LOANRET-EXIT.         EXIT.
      *================================================================*
       0840-COPIA-NFSBAIX                  SECTION.
      *================================================================*
           READ  NFSBAIXA.
           IF    WS-FS-BXNA                NOT EQUAL '00'
                 MOVE WS-FS-BXNA           TO    WS-AREA-STAT
                 MOVE 'NFSBAIXA MENOR QUE O CHECKPOINT DO RSTCTL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           WRITE REG-BXN                   FROM  REG-BXNA.
           IF    WS-FS-BXN                 NOT EQUAL '00'
                 MOVE WS-FS-BXN            TO    WS-AREA-STAT
                 MOVE 'ERRO AO RECOPIAR EXTRATO NFSBAIX'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           ADD   1                         TO    WS-QTDE-COPIADOS.
      *----------------------------------------------------------------*
       0840-99-COPIA-NFSBAIX-EXIT.         EXIT.
      *================================================================*
       2000-PROCESSA-RETORNO               SECTION.
      *================================================================*
           MOVE '2000-PROCESSA-RETORNO'    TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-REGRAVA-TIT.
           MOVE 'N'                        TO         WS-REAPLICA.

           MOVE RET-NOSSO-NUMERO           TO         TIT-NOSSO-NUMERO.
           READ  TITMST.
           IF  WS-FS-TIT                   EQUAL      '23'
               MOVE 'TITULO NAO CONSTA NO MASTER'
                                           TO         EXC-MOTIVO
               PERFORM 2800-GRAVA-EXCECAO
                   THRU 2800-99-GRAVA-EXCECAO-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

      * DESPACHO PELO CODIGO DE OCORRENCIA: SO A LIQUIDACAO (06)
      * SEGUE PARA A BAIXA; AS DEMAIS OCORRENCIAS SAO TRATADAS AQUI.
               GO TO 2000-50-PROXIMO
           END-IF.

      * NA RETOMADA, O TITULO LIQUIDADO PELO MESMO VALOR FOI BAIXADO
      * NO CLUSTER PELA RODADA INTERROMPIDA DEPOIS DO ULTIMO
      * CHECKPOINT: A BAIXA NAO SE REPETE, MAS O CREDITO AO SOCIO E OS
      * EXTRATOS (QUE NAO ESTAO NO CHECKPOINT) SAO REFEITOS.
           IF  TIT-SITUACAO                EQUAL      'P'
               IF  WS-EM-RESTART-SIM
               AND RET-VALOR-PAGO          EQUAL      TIT-VALOR
                   MOVE 'S'                TO         WS-REAPLICA
                   ADD  1                  TO         WS-REAPLICADOS
               ELSE
                   MOVE 'TITULO JA LIQUIDADO' TO      EXC-MOTIVO
                   PERFORM 2800-GRAVA-EXCECAO
                       THRU 2800-99-GRAVA-EXCECAO-EXIT
                   GO TO 2000-50-PROXIMO
               END-IF
           END-IF.

           IF  TIT-SITUACAO                EQUAL      'B'
               MOVE 'TITULO BAIXADO/CANCELADO'
                                           TO         EXC-MOTIVO
               PERFORM 2800-GRAVA-EXCECAO
           END-IF.

           IF  RET-VALOR-PAGO              GREATER
               TIT-VALOR
               MOVE 'VALOR PAGO MAIOR QUE O TITULO'
                                           TO         EXC-MOTIVO
               PERFORM 2800-GRAVA-EXCECAO
           END-IF.

           IF  RET-VALOR-PAGO              EQUAL
               TIT-VALOR
               IF  NOT WS-REAPLICA-SIM
                   MOVE 'P'                TO         TIT-SITUACAO
                   MOVE 'S'                TO         WS-REGRAVA-TIT
               END-IF
               ADD  1                      TO       WS-PAGOS-INTEGRAIS
               IF  TIT-ORIGEM              EQUAL      'L'
                   PERFORM 2700-GRAVA-LOANRET
                       THRU 2700-99-GRAVA-LOANRET-EXIT
               END-IF
               IF  TIT-ORIGEM              EQUAL      SPACES
               OR  TIT-ORIGEM              EQUAL      'E'
                   PERFORM 2750-GRAVA-NFSBAIX
                       THRU 2750-99-GRAVA-NFSBAIX-EXIT
               END-IF
           ELSE
               ADD  1                      TO        WS-PAGOS-PARCIAIS
           END-IF.

      * TITULO DE OUTRA ORIGEM (EMPRESTIMO/ESCOLA): BAIXA SO NO MASTER
      * - O TIT-SOCIO NAO EH NUMERO DE SOCIO DO CLUBE.
           IF  TIT-ORIGEM                  EQUAL      SPACES
               PERFORM 2500-ACUMULA-SOCIO
                   THRU 2500-99-ACUMULA-SOCIO-EXIT
           ELSE
           END-IF.

       2000-50-PROXIMO.
           IF  WS-REGRAVA-TIT-SIM
               PERFORM 2900-REGRAVA-TITULO
                   THRU 2900-99-REGRAVA-TITULO-EXIT
           END-IF.

           IF  WS-COMMIT-INTERVALO         GREATER ZEROS
               ADD 1                       TO    WS-DESDE-COMMIT
               IF  WS-DESDE-COMMIT     NOT LESS  WS-COMMIT-INTERVALO
                   PERFORM 0700-GRAVA-CHECKPOINT
                       THRU 0700-99-GRAVA-CHECKPOINT-EXIT
               END-IF
           END-IF.

           PERFORM 2100-LER-RETORNO  THRU  2100-99-LER-RETORNO-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-RETORNO-EXIT.      EXIT.
      *----------------------------------------------------------------*
           MOVE '2600-PROCESSA-REJEICAO'   TO         WS-CODIGO-AREA.

           MOVE 'R'                        TO         TIT-SITUACAO.
           MOVE 'S'                        TO         WS-REGRAVA-TIT.

      * TITULO DE OUTRA ORIGEM NAO ENTRA NA RECICLAGEM DO CLUBE.
           IF  TIT-ORIGEM                  NOT EQUAL  SPACES
               ADD  1                      TO      WS-PAGOS-OUTRA-ORIG
               GO TO 2600-99-PROCESSA-REJEICAO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-REJB.
           MOVE '1'                        TO         REJB-TIPO-REG.
           MOVE TIT-NOSSO-NUMERO           TO         REJB-NOSSO-NUMERO.
           MOVE TIT-SOCIO                  TO         REJB-SOCIO.
           MOVE TIT-NOME                   TO         REJB-NOME.
           MOVE TIT-VALOR                  TO         REJB-VALOR.
           MOVE TIT-DATA-VENCTO            TO         REJB-DATA-VENCTO.

           EVALUATE RET-MOTIVO-OCR
               WHEN '01'
           ADD  1                          TO         WS-REJEITADOS-BCO.
      *----------------------------------------------------------------*
       2600-99-PROCESSA-REJEICAO-EXIT.     EXIT.
      *================================================================*
       2700-GRAVA-LOANRET                  SECTION.
      *================================================================*
      * PARCELA DE EMPRESTIMO LIQUIDADA: A DATA DE PAGAMENTO SEGUE     *
      * PARA O VRB768S CALCULAR MULTA E MORA DO PAGAMENTO EM ATRASO    *
      * (O BANCO RECEBE SO O VALOR DE FACE DO TITULO).                 *
      *----------------------------------------------------------------*
           MOVE '2700-GRAVA-LOANRET'       TO         WS-CODIGO-AREA.

           MOVE RET-NOSSO-NUMERO           TO         LRT-NOSSO-NUMERO.
           MOVE TIT-SOCIO                  TO         LRT-CONTRATO.
           MOVE RET-VALOR-PAGO             TO         LRT-VALOR-PAGO.
           MOVE RET-DATA-PAGAMENTO         TO        LRT-DATA-PAGAMENTO.
           WRITE REG-LRT.
           IF  WS-FS-LRT                   NOT EQUAL  '00'
               MOVE WS-FS-LRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR EXTRATO LOANRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-LRT.
      *----------------------------------------------------------------*
       2700-99-GRAVA-LOANRET-EXIT.         EXIT.
      *================================================================*
       2750-GRAVA-NFSBAIX                  SECTION.
      *================================================================*
      * MENSALIDADE DO CLUBE (ORIGEM ESPACO) OU DA ESCOLA ('E')        *
      * LIQUIDADA: SEGUE PARA O LOTE DE RPS DA NFS-E DO VRB852S.       *
      *----------------------------------------------------------------*
           MOVE '2750-GRAVA-NFSBAIX'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-BXN.
           MOVE RET-NOSSO-NUMERO           TO         BXN-NOSSO-NUMERO.
           MOVE TIT-SOCIO                  TO         BXN-SOCIO.
           MOVE TIT-NOME                   TO         BXN-NOME.
           MOVE RET-VALOR-PAGO             TO         BXN-VALOR.
           MOVE RET-DATA-PAGAMENTO         TO        BXN-DATA-PAGAMENTO.
           MOVE TIT-ORIGEM                 TO         BXN-ORIGEM.
           WRITE REG-BXN.
           IF  WS-FS-BXN                   NOT EQUAL  '00'
               MOVE WS-FS-BXN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-BXN.
      *----------------------------------------------------------------*
       2750-99-GRAVA-NFSBAIX-EXIT.         EXIT.
      *================================================================*
       2100-LER-RETORNO                    SECTION.
      *================================================================*
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-PAG
               IF  WS-PAG-SOCIO (WS-IND)   EQUAL
                   TIT-SOCIO
                   MOVE WS-IND             TO         WS-IND-PAG
               END-IF
           END-PERFORM.
           IF  WS-IND-PAG                  EQUAL      ZEROS
               ADD  1                      TO         WS-QTDE-PAG
               MOVE WS-QTDE-PAG            TO         WS-IND-PAG
               MOVE TIT-SOCIO         TO  WS-PAG-SOCIO (WS-IND-PAG)
               MOVE ZEROS             TO  WS-PAG-VALOR (WS-IND-PAG)
           END-IF.
           ADD  RET-VALOR-PAGO        TO  WS-PAG-VALOR (WS-IND-PAG).
      *----------------------------------------------------------------*
       2800-99-GRAVA-EXCECAO-EXIT.         EXIT.
      *================================================================*
       2900-REGRAVA-TITULO                 SECTION.
      *================================================================*
      * SITUACAO NOVA DO TITULO (P/R) REGRAVADA NO LUGAR NO CLUSTER.   *
      *----------------------------------------------------------------*
           MOVE '2900-REGRAVA-TITULO'      TO         WS-CODIGO-AREA.

           REWRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2900-99-REGRAVA-TITULO-EXIT.        EXIT.
      *================================================================*
       3000-CONTA-TITULOS                  SECTION.
      *================================================================*
      * NUMEROS DA CONCILIACAO: VARREDURA SO DE LEITURA DO CLUSTER JA  *
      * ATUALIZADO, CONTANDO OS TITULOS PAGOS E EM ABERTO.             *
      *----------------------------------------------------------------*
           MOVE '3000-CONTA-TITULOS'       TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 3000-50-FECHA
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3100-CONTA-TITULO THRU 3100-99-CONTA-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL      '10'.

       3000-50-FECHA.
           CLOSE TITMST.
      *----------------------------------------------------------------*
       3000-99-CONTA-TITULOS-EXIT.         EXIT.
      *================================================================*
       3100-CONTA-TITULO                   SECTION.
      *================================================================*
           READ  TITMST NEXT RECORD.
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO NA VARREDURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-TIT                   EQUAL      '00'
               IF  TIT-SITUACAO            EQUAL      'P'
                   ADD  1                  TO         WS-TIT-PAGOS
               ELSE
                   ADD  1                  TO         WS-TIT-ABERTOS
               ADD  1                      TO         WS-TIT-EMITIDOS
           END-IF.
      *----------------------------------------------------------------*
       3100-99-CONTA-TITULO-EXIT.          EXIT.
      *================================================================*
       4000-ATUALIZA-SOCIOS                SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RETORNO  RETEXC  RETREJB  LOANRET  NFSBAIX.

           IF  WS-FS-RET                   NOT EQUAL  '00'
           OR  WS-FS-EXC                   NOT EQUAL  '00'
           DISPLAY '* REJEITADOS PELO BANCO =    ' WS-REJEITADOS-BCO.
           DISPLAY '* SOCIOS QUITADOS       =    ' WS-SOCIOS-QUITADOS.
           DISPLAY '* GRAVADOS NO RETPAGO   =    ' WS-GRAVADOS-PAGO.
           DISPLAY '* GRAVADOS NO LOANRET   =    ' WS-GRAVADOS-LRT.
           DISPLAY '* GRAVADOS NO NFSBAIX   =    ' WS-GRAVADOS-BXN.
           DISPLAY '* REFEITOS NA RETOMADA  =    ' WS-REAPLICADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
           MOVE  WS-LIDOS-RET              TO    WS-RC-QTDE-LIDOS
           COMPUTE WS-RC-QTDE-GRAVADOS = WS-PAGOS-INTEGRAIS
                                       + WS-PAGOS-PARCIAIS
           PERFORM 5600-FECHA-RESTART
               THRU 5600-99-FECHA-RESTART-EXIT

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
           MOVE 'VRB738S'                  TO    RST-PROGRAMA.
           MOVE WS-RST-DATA-HOJE           TO    RST-DATA.
           MOVE WS-LIDOS-RET               TO    RST-QTDE-LIDOS.
           COMPUTE RST-QTDE-GRAVADOS = WS-PAGOS-INTEGRAIS
                                     + WS-PAGOS-PARCIAIS.
           MOVE 'C'                        TO    RST-STATUS.
           WRITE REG-RST.
           CLOSE RSTCTL.
      *----------------------------------------------------------------*
       5600-99-FECHA-RESTART-EXIT.         EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
