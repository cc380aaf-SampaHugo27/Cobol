      *      (CPF VALIDADO PELA VRB660S + NOME) DO MASTER RESPALUN;    *
      *      ALUNO SEM PRECO OU SEM RESPONSAVEL SAI NO TUIREJ;         *
      *   2. EMITE O TITULO NO MESMO MASTER TITMST DOS TITULOS DO      *
      *      CLUBE (CLUSTER ATUALIZADO NO LUGAR, NOSSO-NUMERO NA MESMA *
      *      SERIE), COM O INDICADOR DE ORIGEM 'E' (ESCOLA) NA         *
      *      POSICAO 75 - OS TITULOS DO CLUBE SEGUEM COM A POSICAO EM  *
      *      BRANCO E O RETORNO (VRB738S) BAIXA OS DOIS IGUAL;         *
      *      TESOUREIRO CONCATENA COM A REMESSA DO CLUBE;              *
      *   4. GRAVA O COMPANHEIRO ESCXREF (NOSSO-NUMERO -> ALUNO + CPF  *
      *      DO RESPONSAVEL) PARA A SECRETARIA CRUZAR;                 *
      *   5. NA LEITURA DO MASTER, TITULO ESCOLAR ABERTO E VENCIDO     *
      *      ENTRA NO RELATORIO DE INADIMPLENCIA RELESC NAS MESMAS     *
      *      FAIXAS DE IDADE DA REGUA DO CLUBE (30/60/90 DIAS, MARCOS  *
      *      PELA VRB670S).                                            *
      * VENCIMENTO: DIA DO TUIPARM NO MES CORRENTE, ROLADO PARA DIA    *
      * UTIL PELA VRB671S.                                             *
      *----------------------------------------------------------------*
      *                                   (TRNMAN31), COMO NO VRB737S; *
      *                                   LRECL DO ESCXREF ACERTADO    *
      *                                   PARA 70                      *
      *  15/10/2026 HUGO SAMPAIO          DESCONTOS ANTES DA EMISSAO:  *
      *                                   BOLSA DO MASTER CADBOLSA     *
      *                                   (TIPO, PERCENTUAL, VIGENCIA, *
      *                                   AUTORIZADOR) E DESCONTO DE   *
      *                                   IRMAO (PERCENTUAL NO         *
      *                                   TUIPARM, PADRAO 10%) DO      *
      *                                   SEGUNDO ALUNO EM DIANTE DO   *
      *                                   MESMO CPF PAGADOR; NAO       *
      *                                   CUMULATIVOS, VALE O MAIOR;   *
      *                                   BOLSA INTEGRAL NAO EMITE     *
      *                                   TITULO; RELATORIO RELDESC DA *
      *                                   RECEITA RENUNCIADA POR TIPO  *
      *                                   E POR TURMA                  *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO NOVO GRAVADO    *
      *                                   NO LUGAR (SEM O ROLO PARA O  *
      *                                   TITMSTN E SEM O GENCAT31);   *
      *                                   LEITURA SO DE CONSULTA PARA  *
      *                                   A INADIMPLENCIA E O PROXIMO  *
      *                                   NOSSO-NUMERO; DESCARGA DO    *
      *                                   DIA (VRB865S) EXIGIDA NO     *
      *                                   TITCAT; RODADA REPETIDA      *
      *                                   REAPROVEITA O TITULO DO      *
      *                                   ALUNO JA GRAVADO NO          *
      *                                   VENCIMENTO (INDICE POR       *
      *                                   PAGADOR)                     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           FILE STATUS           IS        WS-FS-RSP.
      *----------------------------------------------------------------*
           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        DYNAMIC
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT REMESC         ASSIGN TO REMESC
           FILE STATUS           IS        WS-FS-REM.
      *----------------------------------------------------------------*
           SELECT RELESC         ASSIGN TO RELESC
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT CADBOLSA       ASSIGN TO CADBOLSA
           FILE STATUS           IS        WS-FS-BOL.
      *----------------------------------------------------------------*
           SELECT RELDESC        ASSIGN TO RELDESC
           FILE STATUS           IS        WS-FS-DSC.
      *----------------------------------------------------------------*
           SELECT TITCAT         ASSIGN TO TITCAT
           FILE STATUS           IS        WS-FS-TCAT.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*

       01  REG-PARM.
           05 PARM-DIA-VENCTO              PIC 9(02).
           05 PARM-PCT-IRMAO               PIC 9(03)V9(02).
           05 FILLER                       PIC X(73).
      *----------------------------------------------------------------*
       FD  PRECTUR
           LABEL       RECORD   STANDARD
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

           05 TIT-ORIGEM                   PIC X(01).
              88 TIT-ORIGEM-ESCOLA                     VALUE 'E'.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  REMESC
           LABEL       RECORD   STANDARD
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
      *   MASTER DE BOLSAS POR ALUNO                                   *
      *----------------------------------------------------------------*
       FD  CADBOLSA
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-BOL.

       01  REG-BOL.
           05 BOL-COD-ALU                  PIC 9(10).
           05 BOL-TIPO                     PIC X(03).
           05 BOL-PERCENTUAL               PIC 9(03)V9(02).
           05 BOL-DATA-INICIO              PIC 9(08).
           05 BOL-DATA-FIM                 PIC 9(08).
           05 BOL-AUTORIZADOR              PIC X(20).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  RELDESC
           LABEL       RECORD IS OMITTED.

       01  REG-DSC                         PIC X(80).
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
       77  WS-FS-CAD                       PIC X(02)     VALUE '00'.
       77  WS-FS-RSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-TCAT                      PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-BOL                       PIC X(02)     VALUE '00'.
       77  WS-FS-DSC                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
      *                 SERIE DO NOSSO-NUMERO                          *
      *----------------------------------------------------------------*
       77  WS-PROX-NOSSO-NUM               PIC 9(10)     VALUE 1.
       77  WS-NOSSO-EMITIDO                PIC 9(10)     VALUE ZEROS.
       77  WS-JA-EMITIDO                   PIC X(01)     VALUE 'N'.
           88 WS-JA-EMITIDO-SIM                          VALUE 'S'.
       77  WS-MESMO-PAGADOR                PIC X(01)     VALUE 'N'.
           88 WS-MESMO-PAGADOR-SIM                       VALUE 'S'.
      *----------------------------------------------------------------*
      *                 TOTAIS DA REMESSA                              *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CAD                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-TIT                 PIC 9(07)     VALUE ZEROS.
       77  WS-TITULOS-REUSADOS             PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 TABELA DE PRECOS POR TURMA                     *
      *----------------------------------------------------------------*
              10 WS-PRC-TURMA              PIC X(05).
              10 WS-PRC-VALOR              PIC 9(09)V99.
      *----------------------------------------------------------------*
      *                 DESCONTO DO TITULO CORRENTE                    *
      *----------------------------------------------------------------*
       77  WS-PCT-IRMAO                    PIC 9(03)V99  VALUE 10,00.
       77  WS-PCT-DESCONTO                 PIC 9(03)V99  VALUE ZEROS.
       77  WS-TIPO-DESCONTO                PIC X(03)     VALUE SPACES.
       77  WS-VALOR-TITULO                 PIC 9(09)V99  VALUE ZEROS.
       77  WS-VALOR-DESCONTO               PIC 9(09)V99  VALUE ZEROS.
       77  WS-VALOR-RENUNCIA               PIC 9(13)V99  VALUE ZEROS.
       77  WS-LIDOS-BOL                    PIC 9(07)     VALUE ZEROS.
       77  WS-BOLSAS-INVALIDAS             PIC 9(07)     VALUE ZEROS.
       77  WS-COM-DESCONTO                 PIC 9(07)     VALUE ZEROS.
       77  WS-ISENTOS                      PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 BOLSAS CARREGADAS (CADBOLSA)                   *
      *----------------------------------------------------------------*
       77  WS-QTDE-BOL                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-BOL                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-BOL.
           05 WS-BOL-ITEM                  OCCURS 2000 TIMES.
              10 WS-BOL-COD-ALU            PIC 9(10).
              10 WS-BOL-TIPO               PIC X(03).
              10 WS-BOL-PERCENTUAL         PIC 9(03)V99.
              10 WS-BOL-DATA-INICIO        PIC 9(08).
              10 WS-BOL-DATA-FIM           PIC 9(08).
      *----------------------------------------------------------------*
      *         CPF PAGADORES JA FATURADOS NA RODADA (IRMAOS)          *
      *----------------------------------------------------------------*
       77  WS-QTDE-IRM                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-IRM                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IRM-ACHADO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-IRM.
           05 WS-IRM-CPF                   PIC 9(11)
                                           OCCURS 2000 TIMES.
      *----------------------------------------------------------------*
      *          RENUNCIA DE RECEITA POR TIPO E POR TURMA              *
      *----------------------------------------------------------------*
       77  WS-QTDE-RTP                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-RTP                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-RTP-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-RTP.
           05 WS-RTP-ITEM                  OCCURS 30 TIMES.
              10 WS-RTP-TIPO               PIC X(03).
              10 WS-RTP-QTDE               PIC 9(05).
              10 WS-RTP-VALOR              PIC 9(11)V99.
       77  WS-QTDE-RTU                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-RTU                      PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-RTU-ACHADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-RTU.
           05 WS-RTU-ITEM                  OCCURS 50 TIMES.
              10 WS-RTU-TURMA              PIC X(05).
              10 WS-RTU-QTDE               PIC 9(05).
              10 WS-RTU-VALOR              PIC 9(11)V99.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*
       01  WS-CPF-PARM.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        DESCARGA DE SEGURANCA DO DIA DO MASTER TITMST           *
      *----------------------------------------------------------------*
       77  WS-BKP-DATA-HOJE                PIC 9(08)     VALUE ZEROS.
       77  WS-BKP-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-BKP-DO-DIA-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *        MANIFESTO DE TRANSMISSOES DE SAIDA (TRNMAN31)           *
      *----------------------------------------------------------------*
           05 FILLER                       PIC X(08)  VALUE ' MAIS90:'.
           05 TOTA-M90                     PIC ZZZZ9  VALUE ZEROS.
           05 FILLER                       PIC X(21)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELDESC                    *
      *----------------------------------------------------------------*
       01  CAB-DESC1.
           05 FILLER                       PIC X(48)  VALUE
              'RENUNCIA DE RECEITA - DESCONTOS NA MENSALIDADE'.
           05 FILLER                       PIC X(08)  VALUE 'VENCTO: '.
           05 CABD-VENCTO                  PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-DESC2.
           05 FILLER                       PIC X(40)  VALUE
              'CODIGO     NOME                 TURMA TI'.
           05 FILLER                       PIC X(40)  VALUE
              'PO    PCT         PRECO      DESCONTO'.
      *----------------------------------------------------------------*
       01  CAB-DESC-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  DET-DESC.
           05 DETD-COD                     PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-NOME                    PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-TURMA                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-TIPO                    PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETD-PCT                     PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-PRECO                   PIC ZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETD-DESCONTO                PIC ZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-RESUMO.
           05 FILLER                       PIC X(11)  VALUE
                                           'RESUMO POR '.
           05 CABR-QUEBRA                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(59)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-RESUMO.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETR-CHAVE                   PIC X(05)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE
                                           '  ALUNOS: '.
           05 DETR-QTDE                    PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE
                                           '  RENUNCIA: '.
           05 DETR-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-DESC.
           05 FILLER                       PIC X(18)  VALUE
                                           'TOTAL COM DESCONTO'.
           05 FILLER                       PIC X(02)  VALUE ': '.
           05 TOTD-QTDE                    PIC ZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE
                                           '  RENUNCIA: '.
           05 TOTD-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(24)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-EXAMINA-TITULO
               THRU 2000-99-EXAMINA-TITULO-EXIT
                   UNTIL WS-FS-TIT         EQUAL '10'.
           PERFORM 3000-FATURA-ALUNO
               THRU 3000-99-FATURA-ALUNO-EXIT
                 PERFORM 9999-CANCELA
           END-IF.

      * PERCENTUAL DE IRMAO: PARAMETRO ANTIGO (SEM O CAMPO) FICA NOS
      * 10% DA REGRA DA ESCOLA; ZEROS DESLIGA O DESCONTO.
           IF    PARM-PCT-IRMAO            NUMERIC
                 MOVE PARM-PCT-IRMAO       TO         WS-PCT-IRMAO
           END-IF.
           IF    WS-PCT-IRMAO              GREATER    100
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'TUIPARM COM PERCENTUAL DE IRMAO ACIMA DE 100'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * VENCIMENTO: DIA DO PARM NO MES CORRENTE, ROLADO P/ DIA UTIL.
           MOVE  WS-DATA-HOJE              TO         WS-DATA-VENCTO.
           MOVE  PARM-DIA-VENCTO           TO
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0500-VERIFICA-BACKUP
               THRU 0500-99-VERIFICA-BACKUP-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

      * CLUSTER DE TITULOS: ATUALIZADO NO LUGAR. CLUSTER AINDA VAZIO
      * (23 NO POSICIONAMENTO) NAO TEM O QUE LER.
           OPEN  I-O                       TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE ZEROS                      TO         TIT-NOSSO-NUMERO.
           START TITMST KEY IS NOT LESS THAN TIT-NOSSO-NUMERO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 MOVE '10'                 TO         WS-FS-TIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
           AND   WS-FS-TIT                 NOT EQUAL  '10'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO DO MASTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  REMESC  ESCXREF  TUIREJ  RELESC
                         RELDESC.
           IF    WS-FS-REM                 NOT EQUAL  '00'
           OR    WS-FS-XRF                 NOT EQUAL  '00'
           OR    WS-FS-REJ                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
           OR    WS-FS-DSC                 NOT EQUAL  '00'
                 MOVE WS-FS-REM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1500-CARREGA-BOLSAS
               THRU 1500-99-CARREGA-BOLSAS-EXIT.
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           MOVE  WS-DATA-VENCTO-UTIL       TO         CABD-VENCTO.
           WRITE REG-DSC                   FROM       CAB-DESC1.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           WRITE REG-DSC                   FROM       CAB-DESC2.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           WRITE REG-DSC                   FROM       CAB-DESC-TRACO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.

           MOVE SPACES                     TO         REG-REM.
           MOVE '0'                        TO         REM-TIPO-REG.
           MOVE 'ESCOLA  '                 TO         REMH-ORIGEM.
           PERFORM 1400-LER-RESPALUN THRU  1400-99-LER-RESPALUN-EXIT.
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
       1050-CALCULA-MARCOS                 SECTION.
      *================================================================*
               GO TO 1200-99-LER-TITMST-EXIT
           END-IF.

           READ TITMST NEXT RECORD.

           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '10'
      *----------------------------------------------------------------*
       1400-99-LER-RESPALUN-EXIT.          EXIT.
      *================================================================*
       1500-CARREGA-BOLSAS                 SECTION.
      *================================================================*
      * BOLSAS POR ALUNO. SEM O MASTER (35) NINGUEM TEM BOLSA. BOLSA   *
      * COM CAMPO INVALIDO, PERCENTUAL ACIMA DE 100 OU VIGENCIA        *
      * INVERTIDA VAI PARA O TUIREJ E NAO E APLICADA.                  *
      *----------------------------------------------------------------*
           MOVE '1500-CARREGA-BOLSAS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADBOLSA.
           IF    WS-FS-BOL                 EQUAL      '35'
                 GO TO 1500-99-CARREGA-BOLSAS-EXIT
           END-IF.
           IF    WS-FS-BOL                 NOT EQUAL  '00'
                 MOVE WS-FS-BOL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER CADBOLSA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1550-LE-BOLSA THRU 1550-99-LE-BOLSA-EXIT
                   UNTIL WS-FS-BOL         EQUAL      '10'.
           CLOSE CADBOLSA.
      *----------------------------------------------------------------*
       1500-99-CARREGA-BOLSAS-EXIT.        EXIT.
      *================================================================*
       1550-LE-BOLSA                       SECTION.
      *================================================================*
           READ  CADBOLSA.
           IF  WS-FS-BOL   NOT EQUAL '00'
           AND WS-FS-BOL   NOT EQUAL '10'
               MOVE WS-FS-BOL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER CADBOLSA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-BOL                   NOT EQUAL  '00'
               GO TO 1550-99-LE-BOLSA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-BOL.
           IF  BOL-COD-ALU                 NOT NUMERIC
           OR  BOL-PERCENTUAL              NOT NUMERIC
           OR  BOL-DATA-INICIO             NOT NUMERIC
           OR  BOL-DATA-FIM                NOT NUMERIC
           OR  BOL-TIPO                    EQUAL      SPACES
           OR  BOL-TIPO                    EQUAL      'IRM'
           OR  BOL-PERCENTUAL              EQUAL      ZEROS
           OR  BOL-PERCENTUAL              GREATER    100
           OR  BOL-DATA-INICIO             GREATER    BOL-DATA-FIM
               MOVE SPACES                 TO         REG-REJ
               MOVE BOL-COD-ALU            TO         REJ-COD-ALU
               MOVE BOL-AUTORIZADOR        TO         REJ-NOME
               MOVE 'BOLSA INVALIDA NO CADBOLSA'
                                           TO         REJ-MOTIVO
               WRITE REG-REJ
               IF  WS-FS-REJ               NOT EQUAL  '00'
                   MOVE WS-FS-REJ          TO         WS-AREA-STAT
                   MOVE 'ERRO AO GRAVAR REJEITOS TUIREJ'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                  TO         WS-BOLSAS-INVALIDAS
               GO TO 1550-99-LE-BOLSA-EXIT
           END-IF.

           IF  WS-QTDE-BOL                 EQUAL      2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 2000 BOLSAS NO CADBOLSA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-BOL.
           MOVE BOL-COD-ALU       TO  WS-BOL-COD-ALU     (WS-QTDE-BOL).
           MOVE BOL-TIPO          TO  WS-BOL-TIPO        (WS-QTDE-BOL).
           MOVE BOL-PERCENTUAL    TO  WS-BOL-PERCENTUAL  (WS-QTDE-BOL).
           MOVE BOL-DATA-INICIO   TO  WS-BOL-DATA-INICIO (WS-QTDE-BOL).
           MOVE BOL-DATA-FIM      TO  WS-BOL-DATA-FIM    (WS-QTDE-BOL).
      *----------------------------------------------------------------*
       1550-99-LE-BOLSA-EXIT.              EXIT.
      *================================================================*
       2000-EXAMINA-TITULO                 SECTION.
      *================================================================*
      * LE O MASTER DE TITULOS NA ORDEM DA CHAVE (SO CONSULTA),        *
      * DESCOBRE O PROXIMO NOSSO-NUMERO DA SERIE E CLASSIFICA OS       *
      * TITULOS ESCOLARES VENCIDOS EM ABERTO NAS FAIXAS DE 30/60/90    *
      * DIAS.                                                          *
      *----------------------------------------------------------------*
           MOVE '2000-EXAMINA-TITULO'      TO         WS-CODIGO-AREA.

           IF  TIT-NOSSO-NUMERO        NOT LESS       WS-PROX-NOSSO-NUM
               COMPUTE WS-PROX-NOSSO-NUM = TIT-NOSSO-NUMERO + 1
                   THRU 2100-99-LINHA-ATRASO-EXIT
           END-IF.

           PERFORM 1200-LER-TITMST   THRU  1200-99-LER-TITMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-EXAMINA-TITULO-EXIT.        EXIT.
      *================================================================*
       2100-LINHA-ATRASO                   SECTION.
      *================================================================*
               GO TO 3000-50-PROXIMO
           END-IF.

           PERFORM 3300-APLICA-DESCONTO
               THRU 3300-99-APLICA-DESCONTO-EXIT.
           IF  WS-VALOR-TITULO             EQUAL      ZEROS
               ADD  1                      TO         WS-ISENTOS
               GO TO 3000-50-PROXIMO
           END-IF.

           PERFORM 3500-EMITE-TITULO
               THRU 3500-99-EMITE-TITULO-EXIT.

           PERFORM 1400-LER-RESPALUN THRU  1400-99-LER-RESPALUN-EXIT.
      *----------------------------------------------------------------*
       3100-99-AVANCA-RESPALUN-EXIT.       EXIT.
      *================================================================*
       3300-APLICA-DESCONTO                SECTION.
      *================================================================*
      * DESCONTO ANTES DA EMISSAO. BOLSA VIGENTE NO VENCIMENTO (A DE   *
      * MAIOR PERCENTUAL, SE HOUVER MAIS DE UMA) E DESCONTO DE IRMAO   *
      * PARA O SEGUNDO ALUNO EM DIANTE DO MESMO CPF PAGADOR NA RODADA  *
      * NAO SE SOMAM: VALE O MAIOR. BOLSA DE 100% ZERA O TITULO.       *
      *----------------------------------------------------------------*
           MOVE '3300-APLICA-DESCONTO'     TO         WS-CODIGO-AREA.

           MOVE WS-PRC-VALOR (WS-PRC-ACHADO) TO       WS-VALOR-TITULO.
           MOVE ZEROS                      TO         WS-PCT-DESCONTO.
           MOVE ZEROS                      TO         WS-VALOR-DESCONTO.
           MOVE SPACES                     TO         WS-TIPO-DESCONTO.

           PERFORM 3310-PROCURA-BOLSA THRU 3310-99-PROCURA-BOLSA-EXIT
                   VARYING WS-IND-BOL FROM 1 BY 1
                   UNTIL WS-IND-BOL GREATER WS-QTDE-BOL.

           MOVE ZEROS                      TO         WS-IRM-ACHADO.
           PERFORM 3320-PROCURA-PAGADOR
               THRU 3320-99-PROCURA-PAGADOR-EXIT
                   VARYING WS-IND-IRM FROM 1 BY 1
                   UNTIL WS-IND-IRM GREATER WS-QTDE-IRM
                      OR WS-IRM-ACHADO GREATER ZEROS.
           IF  WS-IRM-ACHADO               EQUAL      ZEROS
               IF  WS-QTDE-IRM             EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 2000 PAGADORES NA RODADA'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-IRM
               MOVE RSP-CPF        TO  WS-IRM-CPF (WS-QTDE-IRM)
           ELSE
               IF  WS-PCT-IRMAO            GREATER    WS-PCT-DESCONTO
                   MOVE WS-PCT-IRMAO       TO         WS-PCT-DESCONTO
                   MOVE 'IRM'              TO         WS-TIPO-DESCONTO
               END-IF
           END-IF.

           IF  WS-PCT-DESCONTO             EQUAL      ZEROS
               GO TO 3300-99-APLICA-DESCONTO-EXIT
           END-IF.

           COMPUTE WS-VALOR-DESCONTO ROUNDED =
                   WS-VALOR-TITULO * WS-PCT-DESCONTO / 100.
           SUBTRACT WS-VALOR-DESCONTO      FROM       WS-VALOR-TITULO.
           ADD  1                          TO         WS-COM-DESCONTO.
           ADD  WS-VALOR-DESCONTO          TO         WS-VALOR-RENUNCIA.

           PERFORM 3350-ACUMULA-RENUNCIA
               THRU 3350-99-ACUMULA-RENUNCIA-EXIT.

           MOVE CAD-COD-ALU                TO         DETD-COD.
           MOVE CAD-NOME                   TO         DETD-NOME.
           MOVE CAD-TURMA                  TO         DETD-TURMA.
           MOVE WS-TIPO-DESCONTO           TO         DETD-TIPO.
           MOVE WS-PCT-DESCONTO            TO         DETD-PCT.
           MOVE WS-PRC-VALOR (WS-PRC-ACHADO) TO       DETD-PRECO.
           MOVE WS-VALOR-DESCONTO          TO         DETD-DESCONTO.
           WRITE REG-DSC                   FROM       DET-DESC.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
      *----------------------------------------------------------------*
       3300-99-APLICA-DESCONTO-EXIT.       EXIT.
      *================================================================*
       3310-PROCURA-BOLSA                  SECTION.
      *================================================================*
           IF  WS-BOL-COD-ALU (WS-IND-BOL) EQUAL      CAD-COD-ALU
           AND WS-BOL-DATA-INICIO (WS-IND-BOL)
                                   NOT GREATER    WS-DATA-VENCTO-UTIL
           AND WS-BOL-DATA-FIM (WS-IND-BOL)
                                   NOT LESS       WS-DATA-VENCTO-UTIL
           AND WS-BOL-PERCENTUAL (WS-IND-BOL)
                                           GREATER    WS-PCT-DESCONTO
               MOVE WS-BOL-PERCENTUAL (WS-IND-BOL)
                                           TO         WS-PCT-DESCONTO
               MOVE WS-BOL-TIPO (WS-IND-BOL)
                                           TO         WS-TIPO-DESCONTO
           END-IF.
      *----------------------------------------------------------------*
       3310-99-PROCURA-BOLSA-EXIT.         EXIT.
      *================================================================*
       3320-PROCURA-PAGADOR                SECTION.
      *================================================================*
           IF  WS-IRM-CPF (WS-IND-IRM)     EQUAL      RSP-CPF
               MOVE WS-IND-IRM             TO         WS-IRM-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       3320-99-PROCURA-PAGADOR-EXIT.       EXIT.
      *================================================================*
       3350-ACUMULA-RENUNCIA               SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-RTP-ACHADO.
           PERFORM 3360-COMPARA-TIPO THRU 3360-99-COMPARA-TIPO-EXIT
                   VARYING WS-IND-RTP FROM 1 BY 1
                   UNTIL WS-IND-RTP GREATER WS-QTDE-RTP
                      OR WS-RTP-ACHADO GREATER ZEROS.
           IF  WS-RTP-ACHADO               EQUAL      ZEROS
               IF  WS-QTDE-RTP             EQUAL      30
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 30 TIPOS DE DESCONTO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-RTP
               MOVE WS-QTDE-RTP            TO         WS-RTP-ACHADO
               MOVE WS-TIPO-DESCONTO TO WS-RTP-TIPO  (WS-RTP-ACHADO)
               MOVE ZEROS            TO WS-RTP-QTDE  (WS-RTP-ACHADO)
               MOVE ZEROS            TO WS-RTP-VALOR (WS-RTP-ACHADO)
           END-IF.
           ADD  1                    TO WS-RTP-QTDE  (WS-RTP-ACHADO).
           ADD  WS-VALOR-DESCONTO    TO WS-RTP-VALOR (WS-RTP-ACHADO).

           MOVE ZEROS                      TO         WS-RTU-ACHADO.
           PERFORM 3370-COMPARA-TURMA THRU 3370-99-COMPARA-TURMA-EXIT
                   VARYING WS-IND-RTU FROM 1 BY 1
                   UNTIL WS-IND-RTU GREATER WS-QTDE-RTU
                      OR WS-RTU-ACHADO GREATER ZEROS.
           IF  WS-RTU-ACHADO               EQUAL      ZEROS
               ADD  1                      TO         WS-QTDE-RTU
               MOVE WS-QTDE-RTU            TO         WS-RTU-ACHADO
               MOVE CAD-TURMA        TO WS-RTU-TURMA (WS-RTU-ACHADO)
               MOVE ZEROS            TO WS-RTU-QTDE  (WS-RTU-ACHADO)
               MOVE ZEROS            TO WS-RTU-VALOR (WS-RTU-ACHADO)
           END-IF.
           ADD  1                    TO WS-RTU-QTDE  (WS-RTU-ACHADO).
           ADD  WS-VALOR-DESCONTO    TO WS-RTU-VALOR (WS-RTU-ACHADO).
      *----------------------------------------------------------------*
       3350-99-ACUMULA-RENUNCIA-EXIT.      EXIT.
      *================================================================*
       3360-COMPARA-TIPO                   SECTION.
      *================================================================*
           IF  WS-RTP-TIPO (WS-IND-RTP)    EQUAL      WS-TIPO-DESCONTO
               MOVE WS-IND-RTP             TO         WS-RTP-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       3360-99-COMPARA-TIPO-EXIT.          EXIT.
      *================================================================*
       3370-COMPARA-TURMA                  SECTION.
      *================================================================*
           IF  WS-RTU-TURMA (WS-IND-RTU)   EQUAL      CAD-TURMA
               MOVE WS-IND-RTU             TO         WS-RTU-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       3370-99-COMPARA-TURMA-EXIT.         EXIT.
      *================================================================*
       3500-EMITE-TITULO                   SECTION.
      *================================================================*
           MOVE '3500-EMITE-TITULO'        TO         WS-CODIGO-AREA.

           PERFORM 3600-PROCURA-EMITIDO
               THRU 3600-99-PROCURA-EMITIDO-EXIT.
           MOVE '3500-EMITE-TITULO'        TO         WS-CODIGO-AREA.

      * RODADA REPETIDA DEPOIS DE UMA INTERRUPCAO: O TITULO DO ALUNO NO
      * VENCIMENTO JA ESTA NO CLUSTER E SO VOLTA A REMESSA E AO ESCXREF.
           IF  WS-JA-EMITIDO-SIM
               MOVE TIT-NOSSO-NUMERO       TO         WS-NOSSO-EMITIDO
               MOVE TIT-VALOR              TO         WS-VALOR-TITULO
               ADD  1                      TO        WS-TITULOS-REUSADOS
               GO TO 3500-50-REMESSA
           END-IF.

           MOVE WS-PROX-NOSSO-NUM          TO         WS-NOSSO-EMITIDO.
           ADD  1                          TO        WS-PROX-NOSSO-NUM.
           INITIALIZE REG-TIT.
           MOVE WS-NOSSO-EMITIDO           TO         TIT-NOSSO-NUMERO.
           MOVE CAD-COD-ALU (5:6)          TO         TIT-SOCIO.
           MOVE RSP-NOME                   TO         TIT-NOME.
           MOVE WS-VALOR-TITULO            TO         TIT-VALOR.
           MOVE WS-DATA-VENCTO-UTIL        TO         TIT-DATA-VENCTO.
           MOVE 'E'                        TO         TIT-SITUACAO.
           MOVE WS-DATA-HOJE               TO         TIT-DATA-EMISSAO.
           MOVE 'E'                        TO         TIT-ORIGEM.
           PERFORM 7100-GRAVA-TITMST
               THRU 7100-99-GRAVA-TITMST-EXIT.

       3500-50-REMESSA.
           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE WS-NOSSO-EMITIDO           TO        REMD-NOSSO-NUMERO.
           MOVE CAD-COD-ALU (5:6)          TO         REMD-SOCIO.
           MOVE RSP-NOME                   TO         REMD-NOME.
           MOVE WS-VALOR-TITULO            TO         REMD-VALOR.
           MOVE WS-DATA-VENCTO-UTIL        TO         REMD-DATA-VENCTO.
           PERFORM 4900-GRAVA-REMESSA
               THRU 4900-99-GRAVA-REMESSA-EXIT.

           MOVE SPACES                     TO         REG-XRF.
           MOVE WS-NOSSO-EMITIDO           TO         XRF-NOSSO-NUMERO.
           MOVE CAD-COD-ALU                TO         XRF-COD-ALU.
           MOVE RSP-CPF                    TO         XRF-CPF-RESP.
           MOVE RSP-NOME                   TO         XRF-NOME-RESP.
           END-IF.

           ADD  1                          TO        WS-TITULOS-GERADOS.
           ADD  WS-VALOR-TITULO            TO         WS-VALOR-REMESSA.
      *----------------------------------------------------------------*
       3500-99-EMITE-TITULO-EXIT.          EXIT.
      *================================================================*
       3600-PROCURA-EMITIDO                SECTION.
      *================================================================*
      * O INDICE ALTERNATIVO POR PAGADOR (O ALUNO, NO TITULO ESCOLAR)  *
      * DIZ SE O ALUNO JA TEM TITULO 'E' NO VENCIMENTO DO MES.         *
      *----------------------------------------------------------------*
           MOVE '3600-PROCURA-EMITIDO'     TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-JA-EMITIDO.

           MOVE CAD-COD-ALU (5:6)          TO         TIT-SOCIO.
           START TITMST KEY IS EQUAL TO TIT-SOCIO.
           IF    WS-FS-TIT                 EQUAL      '23'
                 GO TO 3600-99-PROCURA-EMITIDO-EXIT
           END-IF.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NO POSICIONAMENTO POR PAGADOR NO TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE 'S'                        TO         WS-MESMO-PAGADOR.
           PERFORM 3650-LE-PAGADOR THRU 3650-99-LE-PAGADOR-EXIT
                   UNTIL NOT WS-MESMO-PAGADOR-SIM
                      OR WS-JA-EMITIDO-SIM.
      *----------------------------------------------------------------*
       3600-99-PROCURA-EMITIDO-EXIT.       EXIT.
      *================================================================*
       3650-LE-PAGADOR                     SECTION.
      *================================================================*
           READ  TITMST NEXT RECORD.
           IF  WS-FS-TIT                   EQUAL      '10'
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 3650-99-LE-PAGADOR-EXIT
           END-IF.
      *    02 = HA MAIS TITULOS DO MESMO PAGADOR NO INDICE ALTERNATIVO
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITMST PELO PAGADOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  TIT-SOCIO               NOT EQUAL  CAD-COD-ALU (5:6)
               MOVE 'N'                    TO         WS-MESMO-PAGADOR
               GO TO 3650-99-LE-PAGADOR-EXIT
           END-IF.
           IF  TIT-DATA-VENCTO             EQUAL  WS-DATA-VENCTO-UTIL
           AND TIT-ORIGEM-ESCOLA
               MOVE 'S'                    TO         WS-JA-EMITIDO
           END-IF.
      *----------------------------------------------------------------*
       3650-99-LE-PAGADOR-EXIT.            EXIT.
      *================================================================*
       3800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE WS-ATR-MAIS-90             TO         TOTA-M90.
           WRITE REG-REL                   FROM       TOT-ATRASO.
           PERFORM 5900-FS-RELESC THRU 5900-99-FS-RELESC-EXIT.

           PERFORM 5100-RESUMO-DESCONTOS
               THRU 5100-99-RESUMO-DESCONTOS-EXIT.
      *----------------------------------------------------------------*
       5000-99-FECHA-REMESSA-EXIT.         EXIT.
      *================================================================*
       5100-RESUMO-DESCONTOS               SECTION.
      *================================================================*
      * FECHO DO RELDESC: RECEITA RENUNCIADA POR TIPO DE DESCONTO      *
      * (TIPOS DA BOLSA E 'IRM' = IRMAO) E POR TURMA.                  *
      *----------------------------------------------------------------*
           MOVE '5100-RESUMO-DESCONTOS'    TO         WS-CODIGO-AREA.

           WRITE REG-DSC                   FROM       CAB-DESC-TRACO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           MOVE 'TIPO'                     TO         CABR-QUEBRA.
           WRITE REG-DSC                   FROM       CAB-RESUMO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           PERFORM 5150-LINHA-TIPO THRU 5150-99-LINHA-TIPO-EXIT
                   VARYING WS-IND-RTP FROM 1 BY 1
                   UNTIL WS-IND-RTP GREATER WS-QTDE-RTP.

           MOVE 'TURMA'                    TO         CABR-QUEBRA.
           WRITE REG-DSC                   FROM       CAB-RESUMO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           PERFORM 5160-LINHA-TURMA THRU 5160-99-LINHA-TURMA-EXIT
                   VARYING WS-IND-RTU FROM 1 BY 1
                   UNTIL WS-IND-RTU GREATER WS-QTDE-RTU.

           WRITE REG-DSC                   FROM       CAB-DESC-TRACO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
           MOVE WS-COM-DESCONTO            TO         TOTD-QTDE.
           MOVE WS-VALOR-RENUNCIA          TO         TOTD-VALOR.
           WRITE REG-DSC                   FROM       TOT-DESC.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
      *----------------------------------------------------------------*
       5100-99-RESUMO-DESCONTOS-EXIT.      EXIT.
      *================================================================*
       5150-LINHA-TIPO                     SECTION.
      *================================================================*
           MOVE WS-RTP-TIPO  (WS-IND-RTP)  TO         DETR-CHAVE.
           MOVE WS-RTP-QTDE  (WS-IND-RTP)  TO         DETR-QTDE.
           MOVE WS-RTP-VALOR (WS-IND-RTP)  TO         DETR-VALOR.
           WRITE REG-DSC                   FROM       DET-RESUMO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
      *----------------------------------------------------------------*
       5150-99-LINHA-TIPO-EXIT.            EXIT.
      *================================================================*
       5160-LINHA-TURMA                    SECTION.
      *================================================================*
           MOVE WS-RTU-TURMA (WS-IND-RTU)  TO         DETR-CHAVE.
           MOVE WS-RTU-QTDE  (WS-IND-RTU)  TO         DETR-QTDE.
           MOVE WS-RTU-VALOR (WS-IND-RTU)  TO         DETR-VALOR.
           WRITE REG-DSC                   FROM       DET-RESUMO.
           PERFORM 5950-FS-RELDESC THRU 5950-99-FS-RELDESC-EXIT.
      *----------------------------------------------------------------*
       5160-99-LINHA-TURMA-EXIT.           EXIT.
      *================================================================*
       5900-FS-RELESC                      SECTION.
      *================================================================*
      *----------------------------------------------------------------*
       5900-99-FS-RELESC-EXIT.             EXIT.
      *================================================================*
       5950-FS-RELDESC                     SECTION.
      *================================================================*
           IF  WS-FS-DSC                   NOT EQUAL  '00'
               MOVE WS-FS-DSC              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELDESC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       5950-99-FS-RELDESC-EXIT.            EXIT.
      *================================================================*
       7100-GRAVA-TITMST                   SECTION.
      *================================================================*
           WRITE REG-TIT.
      *    02 = PAGADOR (CHAVE ALTERNATIVA) COM OUTROS TITULOS - NORMAL
           IF  WS-FS-TIT   NOT EQUAL '00'
           AND WS-FS-TIT   NOT EQUAL '02'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TITULO NOVO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-TIT.
      *----------------------------------------------------------------*
       7100-99-GRAVA-TITMST-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CADALUM  RESPALUN  TITMST  REMESC  ESCXREF
                 TUIREJ   RELESC   RELDESC.

           IF  WS-FS-CAD                   NOT EQUAL  '00'
           OR  WS-FS-RSP                   NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
           OR  WS-FS-XRF                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-DSC                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           DISPLAY '* TITULOS EMITIDOS      =    ' WS-TITULOS-GERADOS.
           DISPLAY '* VALOR DA REMESSA      =    ' WS-VALOR-REMESSA.
           DISPLAY '* ALUNOS REJEITADOS     =    ' WS-REJEITADOS.
           DISPLAY '* BOLSAS LIDAS          =    ' WS-LIDOS-BOL.
           DISPLAY '* BOLSAS INVALIDAS      =    ' WS-BOLSAS-INVALIDAS.
           DISPLAY '* ALUNOS COM DESCONTO   =    ' WS-COM-DESCONTO.
           DISPLAY '* ISENTOS (SEM TITULO)  =    ' WS-ISENTOS.
           DISPLAY '* RECEITA RENUNCIADA    =    ' WS-VALOR-RENUNCIA.
           DISPLAY '* EM ATRASO (VALOR)     =    ' WS-VAL-ATRASO.
           DISPLAY '* GRAVADOS NO TITMST    =    ' WS-GRAVADOS-TIT.
           DISPLAY '* TITULOS REUSADOS      =    ' WS-TITULOS-REUSADOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
                 PERFORM 9999-CANCELA
           END-IF

           MOVE  WS-LIDOS-CAD              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-TITULOS-GERADOS        TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
