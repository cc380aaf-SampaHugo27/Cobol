       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB852S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: LOTE DIARIO DE RPS (RECIBO PROVISORIO DE SERVICOS)   *
      * PARA A NFS-E DA PREFEITURA. LE O EXTRATO NFSBAIX (CONCATENACAO *
      * DOS EXTRATOS DO VRB738S - TITULOS LIQUIDADOS - E DO VRB763S -  *
      * DEBITOS AUTOMATICOS EFETIVADOS) E SEPARA PELA ORIGEM:          *
      *   - MENSALIDADE DO CLUBE (ORIGEM ESPACO) NO LOTE RPSCLUB;      *
      *   - MENSALIDADE ESCOLAR (ORIGEM 'E') NO LOTE RPSESCO.          *
      * CADA LOTE SEGUE O LAYOUT TEXTO DA PREFEITURA (CABECALHO TIPO 1,*
      * DETALHE TIPO 2, RODAPE TIPO 9) COM A INSCRICAO MUNICIPAL, O    *
      * CODIGO DE SERVICO E A ALIQUOTA DE ISS DA ORIGEM, LIDOS DO      *
      * PARMMST (PARGET31, DOMINIO NFSE): INSCCLUB/SERVCLUB/ALIQCLUB E *
      * INSCESCO/SERVESCO/ALIQESCO; SERIERPS E OPCIONAL.               *
      * O TOMADOR DO CLUBE EH O TITULAR DO DEPMST (SEQUENCIA 00); O DA *
      * ESCOLA EH O RESPONSAVEL DO COMPANHEIRO ESCXREF DO VRB793S. SEM *
      * CPF O RPS SAI COM INDICADOR 3 (NAO INFORMADO) E E LISTADO.     *
      * CADA RPS EMITIDO ENTRA NO MASTER NFSMST (REGRAVADO EM NFSMSTN, *
      * NA ORDEM DO NUMERO DO RPS) COM SITUACAO 'E' - ENVIADO; O       *
      * RETORNO DA PREFEITURA EH APLICADO PELO VRB853S. A NUMERACAO    *
      * CONTINUA DO ULTIMO RPS DO MASTER.                              *
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

           SELECT NFSBAIX        ASSIGN TO NFSBAIX
           FILE STATUS           IS        WS-FS-BXN.
      *----------------------------------------------------------------*
           SELECT DEPMST         ASSIGN TO DEPMST
           FILE STATUS           IS        WS-FS-DPM.
      *----------------------------------------------------------------*
           SELECT ESCXREF        ASSIGN TO ESCXREF
           FILE STATUS           IS        WS-FS-XRF.
      *----------------------------------------------------------------*
           SELECT NFSMST         ASSIGN TO NFSMST
           FILE STATUS           IS        WS-FS-NFS.
      *----------------------------------------------------------------*
           SELECT NFSMSTN        ASSIGN TO NFSMSTN
           FILE STATUS           IS        WS-FS-NFSN.
      *----------------------------------------------------------------*
           SELECT NFSWK          ASSIGN TO NFSWK.
      *----------------------------------------------------------------*
           SELECT RPSCLUB        ASSIGN TO RPSCLUB
           FILE STATUS           IS        WS-FS-RPC.
      *----------------------------------------------------------------*
           SELECT RPSESCO        ASSIGN TO RPSESCO
           FILE STATUS           IS        WS-FS-RPE.
      *----------------------------------------------------------------*
           SELECT RELRPS         ASSIGN TO RELRPS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
              88 BXN-ORIGEM-VALIDA                      VALUE SPACES
                                                              'E'.
           05 FILLER                       PIC X(14).
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
           05 FILLER                       PIC X(51).
      *----------------------------------------------------------------*
      *   COMPANHEIRO DO VRB793S: NOSSO-NUMERO -> CPF DO RESPONSAVEL   *
      *   (GRAVADO NA ORDEM CRESCENTE DO NOSSO-NUMERO)                 *
      *----------------------------------------------------------------*
       FD  ESCXREF
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-XRF.

       01  REG-XRF.
           05 XRF-NOSSO-NUMERO             PIC 9(10).
           05 XRF-COD-ALU                  PIC 9(10).
           05 XRF-CPF-RESP                 PIC 9(11).
           05 XRF-NOME-RESP                PIC X(30).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
      *   MASTER DE RPS/NFS-E (ORDEM CRESCENTE DO NUMERO DO RPS)       *
      *----------------------------------------------------------------*
       FD  NFSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NFS.

       01  REG-NFS.
           05 NFS-RPS-NUMERO               PIC 9(12).
           05 NFS-SERIE                    PIC X(05).
           05 NFS-ORIGEM                   PIC X(01).
           05 NFS-NOSSO-NUMERO             PIC 9(10).
           05 NFS-SOCIO                    PIC 9(06).
           05 NFS-NOME                     PIC X(30).
           05 NFS-VALOR                    PIC 9(09)V9(02).
           05 NFS-DATA-PAGTO               PIC 9(08).
           05 NFS-DATA-RPS                 PIC 9(08).
           05 NFS-SITUACAO                 PIC X(01).
           05 NFS-NUMERO-NFSE              PIC 9(12).
           05 NFS-COD-VERIFICA             PIC X(08).
           05 NFS-COD-ERRO                 PIC X(04).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       FD  NFSMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NFSN.

       01  REG-NFSN.
           05 NFSN-RPS-NUMERO              PIC 9(12).
           05 NFSN-SERIE                   PIC X(05).
           05 NFSN-ORIGEM                  PIC X(01).
           05 NFSN-NOSSO-NUMERO            PIC 9(10).
           05 NFSN-SOCIO                   PIC 9(06).
           05 NFSN-NOME                    PIC X(30).
           05 NFSN-VALOR                   PIC 9(09)V9(02).
           05 NFSN-DATA-PAGTO              PIC 9(08).
           05 NFSN-DATA-RPS                PIC 9(08).
           05 NFSN-SITUACAO                PIC X(01).
           05 NFSN-NUMERO-NFSE             PIC 9(12).
           05 NFSN-COD-VERIFICA            PIC X(08).
           05 NFSN-COD-ERRO                PIC X(04).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       SD  NFSWK.

       01  REG-NFSWK.
           05 SW-ORIGEM                    PIC X(01).
           05 SW-NOSSO-NUMERO              PIC 9(10).
           05 SW-SOCIO                     PIC 9(06).
           05 SW-NOME                      PIC X(30).
           05 SW-VALOR                     PIC 9(09)V9(02).
           05 SW-DATA-PAGAMENTO            PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      *   LOTES DE RPS NO LAYOUT TEXTO DA PREFEITURA (500 POSICOES)    *
      *----------------------------------------------------------------*
       FD  RPSCLUB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 500 CHARACTERS
           DATA RECORD IS       REG-RPC.

       01  REG-RPC                         PIC X(500).
      *----------------------------------------------------------------*
       FD  RPSESCO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 500 CHARACTERS
           DATA RECORD IS       REG-RPE.

       01  REG-RPE                         PIC X(500).
      *----------------------------------------------------------------*
       FD  RELRPS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-BXN                       PIC X(02)     VALUE '00'.
       77  WS-FS-DPM                       PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-NFS                       PIC X(02)     VALUE '00'.
       77  WS-FS-NFSN                      PIC X(02)     VALUE '00'.
       77  WS-FS-RPC                       PIC X(02)     VALUE '00'.
       77  WS-FS-RPE                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-XRF-PRESENTE                 PIC X(01)     VALUE 'S'.
           88 WS-XRF-AUSENTE                             VALUE 'N'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-BXN                    PIC 9(07)     VALUE ZEROS.
       77  WS-ORIGEM-INVALIDA              PIC 9(07)     VALUE ZEROS.
       77  WS-COPIADOS-NFS                 PIC 9(07)     VALUE ZEROS.
       77  WS-RPS-EMITIDOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CPF                      PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
      *----------------------------------------------------------------*
      *        CHAVES DO BATIMENTO COM O ESCXREF (HIGH-VALUES NO FIM)  *
      *----------------------------------------------------------------*
       01  WS-CHAVE-XRF                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-XRF-NUM REDEFINES WS-CHAVE-XRF
                                           PIC 9(10).
       01  WS-CHAVE-BXN                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-BXN-NUM REDEFINES WS-CHAVE-BXN
                                           PIC 9(10).
      *----------------------------------------------------------------*
      *                 NUMERACAO DOS RPS                              *
      *----------------------------------------------------------------*
       77  WS-ULTIMO-RPS                   PIC 9(12)     VALUE ZEROS.
       77  WS-SERIE-RPS                    PIC X(05)     VALUE '1'.
      *----------------------------------------------------------------*
      *     PARAMETROS E TOTAIS POR ORIGEM (1 = CLUBE, 2 = ESCOLA)     *
      *----------------------------------------------------------------*
       77  WS-ORG                          PIC 9(01)     VALUE ZEROS.
       01  WS-TAB-ORIGEM.
           05 WS-ORG-ITEM                  OCCURS 2 TIMES.
              10 WS-ORG-INSCRICAO          PIC 9(08).
              10 WS-ORG-SERVICO            PIC 9(05).
              10 WS-ORG-ALIQUOTA           PIC 9(04).
              10 WS-ORG-QTDE               PIC 9(07).
              10 WS-ORG-VALOR              PIC 9(13)V9(02).
      *----------------------------------------------------------------*
      *         TOMADOR DO SOCIO (SEQUENCIA 00 DO DEPMST)              *
      *----------------------------------------------------------------*
       77  WS-QTDE-DPM                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-DPM.
           05 WS-DPM-ITEM                  OCCURS 5000 TIMES.
              10 WS-DPM-SOCIO              PIC 9(06).
              10 WS-DPM-NOME               PIC X(30).
              10 WS-DPM-CPF                PIC 9(11).
      *----------------------------------------------------------------*
      *                 TOMADOR DO RPS CORRENTE                        *
      *----------------------------------------------------------------*
       77  WS-TOM-CPF                      PIC 9(11)     VALUE ZEROS.
       77  WS-TOM-NOME                     PIC X(30)     VALUE SPACES.
       01  WS-DISCRIMINA                   PIC X(60)     VALUE SPACES.
      *----------------------------------------------------------------*
      *            PARAMETROS DO PARMMST (ROTINA PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 LAYOUT DO LOTE DE RPS                          *
      *----------------------------------------------------------------*
       01  RPS-CABECALHO.
           05 RPSC-TIPO                    PIC X(01)  VALUE '1'.
           05 RPSC-VERSAO                  PIC X(03)  VALUE '001'.
           05 RPSC-INSCRICAO               PIC 9(08)  VALUE ZEROS.
           05 RPSC-DATA-INICIO             PIC 9(08)  VALUE ZEROS.
           05 RPSC-DATA-FIM                PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(472) VALUE SPACES.
      *----------------------------------------------------------------*
       01  RPS-DETALHE.
           05 RPSD-TIPO                    PIC X(01)  VALUE '2'.
           05 RPSD-TIPO-RPS                PIC X(05)  VALUE 'RPS'.
           05 RPSD-SERIE                   PIC X(05)  VALUE SPACES.
           05 RPSD-NUMERO                  PIC 9(12)  VALUE ZEROS.
           05 RPSD-DATA-EMISSAO            PIC 9(08)  VALUE ZEROS.
           05 RPSD-SITUACAO                PIC X(01)  VALUE 'T'.
           05 RPSD-VALOR-SERVICOS          PIC 9(13)V9(02)
                                                      VALUE ZEROS.
           05 RPSD-VALOR-DEDUCOES          PIC 9(13)V9(02)
                                                      VALUE ZEROS.
           05 RPSD-COD-SERVICO             PIC 9(05)  VALUE ZEROS.
           05 RPSD-ALIQUOTA                PIC 9(04)  VALUE ZEROS.
           05 RPSD-ISS-RETIDO              PIC X(01)  VALUE '2'.
           05 RPSD-IND-CPF-CNPJ            PIC X(01)  VALUE '3'.
           05 RPSD-CPF-CNPJ                PIC 9(14)  VALUE ZEROS.
           05 RPSD-INSC-MUNICIPAL          PIC 9(08)  VALUE ZEROS.
           05 RPSD-INSC-ESTADUAL           PIC 9(12)  VALUE ZEROS.
           05 RPSD-NOME                    PIC X(75)  VALUE SPACES.
           05 RPSD-ENDERECO                PIC X(183) VALUE SPACES.
           05 RPSD-EMAIL                   PIC X(75)  VALUE SPACES.
           05 RPSD-DISCRIMINACAO           PIC X(60)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  RPS-RODAPE.
           05 RPSR-TIPO                    PIC X(01)  VALUE '9'.
           05 RPSR-QTDE-LINHAS             PIC 9(07)  VALUE ZEROS.
           05 RPSR-VALOR-SERVICOS          PIC 9(13)V9(02)
                                                      VALUE ZEROS.
           05 RPSR-VALOR-DEDUCOES          PIC 9(13)V9(02)
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(462) VALUE SPACES.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELRPS                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                          'LOTE DIARIO DE RPS - NFS-E              '.
           05 FILLER                       PIC X(06)  VALUE 'DATA: '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(24)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-SECAO.
           05 FILLER                       PIC X(40)  VALUE
                          'RPS SEM CPF DO TOMADOR (INDICADOR 3)    '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              ' RPS          ORIGEM TITULO     SOCIO  N'.
           05 FILLER                       PIC X(40)  VALUE
              'OME                                     '.
      *----------------------------------------------------------------*
       01  DET-SEM-CPF.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-RPS                     PIC 9(12)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-ORIGEM                  PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-NOSSO-NUMERO            PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-SOCIO                   PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL-VALOR.
           05 LINV-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINV-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(23)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB852S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB852S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           MOVE '0000-PRINCIPAL'           TO    WS-CODIGO-AREA.
           SORT NFSWK
                ASCENDING  KEY             SW-ORIGEM
                                           SW-NOSSO-NUMERO
                                           SW-SOCIO
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-EMITE-RPS.

           PERFORM 8500-TOTAIS             THRU  8500-99-TOTAIS-EXIT.
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
           ACCEPT WS-DATA-HOJE             FROM       DATE YYYYMMDD.
           INITIALIZE                      WS-TAB-ORIGEM.

           PERFORM 1100-CARREGA-PARAMETROS
               THRU 1100-99-CARREGA-PARAMETROS-EXIT.
           PERFORM 1200-CARREGA-DEPMST
               THRU 1200-99-CARREGA-DEPMST-EXIT.

      * SEM COMPANHEIRO ESCXREF (35) NENHUM RPS ESCOLAR TEM TOMADOR.
           OPEN  INPUT                     ESCXREF.
           IF    WS-FS-XRF                 EQUAL      '35'
                 MOVE 'N'                  TO         WS-XRF-PRESENTE
                 MOVE HIGH-VALUES          TO         WS-CHAVE-XRF
           ELSE
                 IF  WS-FS-XRF             NOT EQUAL  '00'
                     MOVE WS-FS-XRF        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO COMPANHEIRO ESCXREF'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 PERFORM 4150-LER-ESCXREF
                     THRU 4150-99-LER-ESCXREF-EXIT
           END-IF.

           PERFORM 1300-COPIA-MASTER
               THRU 1300-99-COPIA-MASTER-EXIT.

           OPEN  OUTPUT                    RPSCLUB.
           IF    WS-FS-RPC                 NOT EQUAL  '00'
                 MOVE WS-FS-RPC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO LOTE RPSCLUB'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RPSESCO.
           IF    WS-FS-RPE                 NOT EQUAL  '00'
                 MOVE WS-FS-RPE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO LOTE RPSESCO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         RPSC-DATA-INICIO
                                                      RPSC-DATA-FIM.
           MOVE WS-ORG-INSCRICAO (1)       TO         RPSC-INSCRICAO.
           WRITE REG-RPC                   FROM       RPS-CABECALHO.
           PERFORM 4790-FS-RPS THRU 4790-99-FS-RPS-EXIT.
           MOVE WS-ORG-INSCRICAO (2)       TO         RPSC-INSCRICAO.
           WRITE REG-RPE                   FROM       RPS-CABECALHO.
           PERFORM 4790-FS-RPS THRU 4790-99-FS-RPS-EXIT.

           OPEN  OUTPUT                    RELRPS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELRPS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-HOJE-DIA                TO         CABT-DIA.
           MOVE WS-HOJE-MES                TO         CABT-MES.
           MOVE WS-HOJE-ANO                TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
           WRITE REG-REL                   FROM       CAB-SECAO.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-PARAMETROS             SECTION.
      *================================================================*
      * INSCRICAO MUNICIPAL, CODIGO DE SERVICO E ALIQUOTA DE ISS DE    *
      * CADA ORIGEM SAO OBRIGATORIOS; A SERIE DO RPS, SEM LINHA EM     *
      * VIGOR, FICA '1'.                                               *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-PARAMETROS'  TO         WS-CODIGO-AREA.
           MOVE 'NFSE'                     TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.

           MOVE 'INSCCLUB'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:8)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:8)         TO     WS-ORG-INSCRICAO (1).

           MOVE 'SERVCLUB'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:5)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:5)         TO     WS-ORG-SERVICO (1).

           MOVE 'ALIQCLUB'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:4)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:4)         TO     WS-ORG-ALIQUOTA (1).

           MOVE 'INSCESCO'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:8)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:8)         TO     WS-ORG-INSCRICAO (2).

           MOVE 'SERVESCO'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:5)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:5)         TO     WS-ORG-SERVICO (2).

           MOVE 'ALIQESCO'                 TO         WS-PGT-CHAVE.
           PERFORM 1150-LE-PARAMETRO THRU 1150-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-VALOR (1:4)          NOT NUMERIC
               PERFORM 1190-PARAMETRO-INVALIDO
                   THRU 1190-99-PARAMETRO-INVALIDO-EXIT
           END-IF.
           MOVE WS-PGT-VALOR (1:4)         TO     WS-ORG-ALIQUOTA (2).

           MOVE 'SERIERPS'                 TO         WS-PGT-CHAVE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:5)  NOT EQUAL  SPACES
                       MOVE WS-PGT-VALOR (1:5) TO     WS-SERIE-RPS
                   END-IF
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PARAMETROS-EXIT.    EXIT.
      *================================================================*
       1150-LE-PARAMETRO                   SECTION.
      *================================================================*
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   CONTINUE
               WHEN 'V'
                   PERFORM 1190-PARAMETRO-INVALIDO
                       THRU 1190-99-PARAMETRO-INVALIDO-EXIT
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1150-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1190-PARAMETRO-INVALIDO             SECTION.
      *================================================================*
           MOVE '   '                      TO         WS-AREA-STAT.
           MOVE SPACES                     TO         WS-AREA-MSG.
           STRING 'PARMMST NFSE/' WS-PGT-CHAVE
                  ' AUSENTE OU INVALIDO'
                  DELIMITED BY SIZE      INTO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       1190-99-PARAMETRO-INVALIDO-EXIT.    EXIT.
      *================================================================*
       1200-CARREGA-DEPMST                 SECTION.
      *================================================================*
      * TOMADOR DO CLUBE: TITULAR (SEQUENCIA 00) DO DEPMST. SEM O      *
      * CADASTRO (35) OS RPS DO CLUBE SAEM SEM CPF.                    *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-DEPMST'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DEPMST.
           IF    WS-FS-DPM                 EQUAL      '35'
                 GO TO 1200-99-CARREGA-DEPMST-EXIT
           END-IF.
           IF    WS-FS-DPM                 NOT EQUAL  '00'
                 MOVE WS-FS-DPM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO DEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1250-LE-DEPMST THRU 1250-99-LE-DEPMST-EXIT
                   UNTIL WS-FS-DPM         EQUAL      '10'.

           CLOSE DEPMST.
      *----------------------------------------------------------------*
       1200-99-CARREGA-DEPMST-EXIT.        EXIT.
      *================================================================*
       1250-LE-DEPMST                      SECTION.
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
           AND DPM-SEQ                     EQUAL      ZEROS
               IF  WS-QTDE-DPM             EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TABELA DE TITULARES CHEIA (5000)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-DPM
               MOVE DPM-SOCIO      TO  WS-DPM-SOCIO (WS-QTDE-DPM)
               MOVE DPM-NOME       TO  WS-DPM-NOME  (WS-QTDE-DPM)
               MOVE DPM-CPF        TO  WS-DPM-CPF   (WS-QTDE-DPM)
           END-IF.
      *----------------------------------------------------------------*
       1250-99-LE-DEPMST-EXIT.             EXIT.
      *================================================================*
       1300-COPIA-MASTER                   SECTION.
      *================================================================*
      * O MASTER ANTERIOR EH COPIADO PARA O NOVO E O ULTIMO NUMERO DE  *
      * RPS EMITIDO DA CONTINUIDADE A NUMERACAO. SEM MASTER (35) EH A  *
      * PRIMEIRA RODADA E A NUMERACAO COMECA EM 1.                     *
      *----------------------------------------------------------------*
           MOVE '1300-COPIA-MASTER'        TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    NFSMSTN.
           IF    WS-FS-NFSN                NOT EQUAL  '00'
                 MOVE WS-FS-NFSN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO NFSMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     NFSMST.
           IF    WS-FS-NFS                 EQUAL      '35'
                 GO TO 1300-99-COPIA-MASTER-EXIT
           END-IF.
           IF    WS-FS-NFS                 NOT EQUAL  '00'
                 MOVE WS-FS-NFS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NFSMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-COPIA-RPS THRU 1350-99-COPIA-RPS-EXIT
                   UNTIL WS-FS-NFS         EQUAL      '10'.

           CLOSE NFSMST.
      *----------------------------------------------------------------*
       1300-99-COPIA-MASTER-EXIT.          EXIT.
      *================================================================*
       1350-COPIA-RPS                      SECTION.
      *================================================================*
           READ  NFSMST.
           IF  WS-FS-NFS   NOT EQUAL '00'
           AND WS-FS-NFS   NOT EQUAL '10'
               MOVE WS-FS-NFS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER NFSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-NFS                   NOT EQUAL  '00'
               GO TO 1350-99-COPIA-RPS-EXIT
           END-IF.

           IF  NFS-RPS-NUMERO              NOT GREATER WS-ULTIMO-RPS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER NFSMST FORA DA ORDEM DO NUMERO DO RPS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE NFS-RPS-NUMERO             TO         WS-ULTIMO-RPS.

           WRITE REG-NFSN                  FROM       REG-NFS.
           PERFORM 4890-FS-NFSMSTN THRU 4890-99-FS-NFSMSTN-EXIT.
           ADD  1                          TO         WS-COPIADOS-NFS.
      *----------------------------------------------------------------*
       1350-99-COPIA-RPS-EXIT.             EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * SEM EXTRATO NFSBAIX (35) O LOTE SAI SO COM CABECALHO E RODAPE. *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     NFSBAIX.
           IF    WS-FS-BXN                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-BXN                 NOT EQUAL  '00'
                 MOVE WS-FS-BXN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-RELEASE-BAIXA THRU 2100-99-RELEASE-BAIXA-EXIT
                   UNTIL WS-FS-BXN         EQUAL      '10'.

           CLOSE NFSBAIX.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-RELEASE-BAIXA                  SECTION.
      *================================================================*
           READ  NFSBAIX.
           IF  WS-FS-BXN   NOT EQUAL '00'
           AND WS-FS-BXN   NOT EQUAL '10'
               MOVE '2100-RELEASE-BAIXA'   TO         WS-CODIGO-AREA
               MOVE WS-FS-BXN              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER EXTRATO NFSBAIX'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-BXN                   NOT EQUAL  '00'
               GO TO 2100-99-RELEASE-BAIXA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-BXN.
           IF  NOT BXN-ORIGEM-VALIDA
           OR  BXN-VALOR                   NOT NUMERIC
           OR  BXN-VALOR                   EQUAL      ZEROS
               ADD  1                      TO         WS-ORIGEM-INVALIDA
               GO TO 2100-99-RELEASE-BAIXA-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-NFSWK.
           MOVE BXN-ORIGEM                 TO         SW-ORIGEM.
           MOVE BXN-NOSSO-NUMERO           TO         SW-NOSSO-NUMERO.
           MOVE BXN-SOCIO                  TO         SW-SOCIO.
           MOVE BXN-NOME                   TO         SW-NOME.
           MOVE BXN-VALOR                  TO         SW-VALOR.
           MOVE BXN-DATA-PAGAMENTO         TO         SW-DATA-PAGAMENTO.
           RELEASE REG-NFSWK.
      *----------------------------------------------------------------*
       2100-99-RELEASE-BAIXA-EXIT.         EXIT.
      *================================================================*
       4000-EMITE-RPS                      SECTION.
      *================================================================*
           MOVE '4000-EMITE-RPS'           TO         WS-CODIGO-AREA.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-TRATA-BAIXA  THRU 4100-99-TRATA-BAIXA-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-EMITE-RPS-EXIT.             EXIT.
      *================================================================*
       4100-TRATA-BAIXA                    SECTION.
      *================================================================*
      * UM RPS POR BAIXA: IDENTIFICA O TOMADOR, NUMERA, GRAVA NO LOTE  *
      * DA ORIGEM E NO MASTER NFSMSTN.                                 *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-TOM-CPF.
           MOVE SW-NOME                    TO         WS-TOM-NOME.
           MOVE SPACES                     TO         WS-DISCRIMINA.

           IF  SW-ORIGEM                   EQUAL      SPACES
               MOVE 1                      TO         WS-ORG
               PERFORM 4120-PROCURA-TITULAR
                   THRU 4120-99-PROCURA-TITULAR-EXIT
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL   WS-IND GREATER WS-QTDE-DPM
               STRING 'MENSALIDADE SOCIAL DO CLUBE - SOCIO '
                      SW-SOCIO
                      DELIMITED BY SIZE    INTO       WS-DISCRIMINA
           ELSE
               MOVE 2                      TO         WS-ORG
               MOVE SW-NOSSO-NUMERO        TO         WS-CHAVE-BXN-NUM
               PERFORM 4150-LER-ESCXREF
                   THRU 4150-99-LER-ESCXREF-EXIT
                       UNTIL WS-CHAVE-XRF  NOT LESS   WS-CHAVE-BXN
               IF  WS-CHAVE-XRF            EQUAL      WS-CHAVE-BXN
                   MOVE XRF-CPF-RESP       TO         WS-TOM-CPF
                   IF  XRF-NOME-RESP       NOT EQUAL  SPACES
                       MOVE XRF-NOME-RESP  TO         WS-TOM-NOME
                   END-IF
               END-IF
               STRING 'MENSALIDADE ESCOLAR - TITULO '
                      SW-NOSSO-NUMERO
                      DELIMITED BY SIZE    INTO       WS-DISCRIMINA
           END-IF.

           ADD  1                          TO         WS-ULTIMO-RPS.
           PERFORM 4200-GRAVA-RPS  THRU 4200-99-GRAVA-RPS-EXIT.
           PERFORM 4300-GRAVA-MASTER
               THRU 4300-99-GRAVA-MASTER-EXIT.

           IF  WS-TOM-CPF                  EQUAL      ZEROS
               PERFORM 4400-LISTA-SEM-CPF
                   THRU 4400-99-LISTA-SEM-CPF-EXIT
           END-IF.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4100-99-TRATA-BAIXA-EXIT.           EXIT.
      *================================================================*
       4120-PROCURA-TITULAR                SECTION.
      *================================================================*
           IF  WS-DPM-SOCIO (WS-IND)       EQUAL      SW-SOCIO
               MOVE WS-DPM-CPF (WS-IND)    TO         WS-TOM-CPF
               IF  WS-DPM-NOME (WS-IND)    NOT EQUAL  SPACES
                   MOVE WS-DPM-NOME (WS-IND) TO       WS-TOM-NOME
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       4120-99-PROCURA-TITULAR-EXIT.       EXIT.
      *================================================================*
       4150-LER-ESCXREF                    SECTION.
      *================================================================*
           READ  ESCXREF.
           IF  WS-FS-XRF   NOT EQUAL '00'
           AND WS-FS-XRF   NOT EQUAL '10'
               MOVE '4150-LER-ESCXREF'     TO         WS-CODIGO-AREA
               MOVE WS-FS-XRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER COMPANHEIRO ESCXREF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-XRF                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-XRF
           ELSE
               MOVE XRF-NOSSO-NUMERO       TO         WS-CHAVE-XRF-NUM
           END-IF.
      *----------------------------------------------------------------*
       4150-99-LER-ESCXREF-EXIT.           EXIT.
      *================================================================*
       4200-GRAVA-RPS                      SECTION.
      *================================================================*
           MOVE '4200-GRAVA-RPS'           TO         WS-CODIGO-AREA.

           MOVE WS-SERIE-RPS               TO         RPSD-SERIE.
           MOVE WS-ULTIMO-RPS              TO         RPSD-NUMERO.
           MOVE WS-DATA-HOJE               TO         RPSD-DATA-EMISSAO.
           MOVE SW-VALOR                   TO      RPSD-VALOR-SERVICOS.
           MOVE ZEROS                      TO      RPSD-VALOR-DEDUCOES.
           MOVE WS-ORG-SERVICO (WS-ORG)    TO         RPSD-COD-SERVICO.
           MOVE WS-ORG-ALIQUOTA (WS-ORG)   TO         RPSD-ALIQUOTA.
           IF  WS-TOM-CPF                  EQUAL      ZEROS
               MOVE '3'                    TO         RPSD-IND-CPF-CNPJ
           ELSE
               MOVE '1'                    TO         RPSD-IND-CPF-CNPJ
           END-IF.
           MOVE WS-TOM-CPF                 TO         RPSD-CPF-CNPJ.
           MOVE WS-TOM-NOME                TO         RPSD-NOME.
           MOVE WS-DISCRIMINA              TO      RPSD-DISCRIMINACAO.

           IF  WS-ORG                      EQUAL      1
               WRITE REG-RPC               FROM       RPS-DETALHE
           ELSE
               WRITE REG-RPE               FROM       RPS-DETALHE
           END-IF.
           PERFORM 4790-FS-RPS THRU 4790-99-FS-RPS-EXIT.

           ADD  1                          TO      WS-ORG-QTDE (WS-ORG).
           ADD  SW-VALOR                   TO     WS-ORG-VALOR (WS-ORG).
           ADD  1                          TO         WS-RPS-EMITIDOS.
      *----------------------------------------------------------------*
       4200-99-GRAVA-RPS-EXIT.             EXIT.
      *================================================================*
       4300-GRAVA-MASTER                   SECTION.
      *================================================================*
      * RPS ENVIADO ('E'): O NUMERO DA NFS-E CHEGA NO RETORNO DA       *
      * PREFEITURA, APLICADO PELO VRB853S.                             *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-NFSN.
           MOVE WS-ULTIMO-RPS              TO         NFSN-RPS-NUMERO.
           MOVE WS-SERIE-RPS               TO         NFSN-SERIE.
           MOVE SW-ORIGEM                  TO         NFSN-ORIGEM.
           MOVE SW-NOSSO-NUMERO            TO         NFSN-NOSSO-NUMERO.
           MOVE SW-SOCIO                   TO         NFSN-SOCIO.
           MOVE WS-TOM-NOME                TO         NFSN-NOME.
           MOVE SW-VALOR                   TO         NFSN-VALOR.
           MOVE SW-DATA-PAGAMENTO          TO         NFSN-DATA-PAGTO.
           MOVE WS-DATA-HOJE               TO         NFSN-DATA-RPS.
           MOVE 'E'                        TO         NFSN-SITUACAO.
           MOVE ZEROS                      TO         NFSN-NUMERO-NFSE.
           WRITE REG-NFSN.
           PERFORM 4890-FS-NFSMSTN THRU 4890-99-FS-NFSMSTN-EXIT.
      *----------------------------------------------------------------*
       4300-99-GRAVA-MASTER-EXIT.          EXIT.
      *================================================================*
       4400-LISTA-SEM-CPF                  SECTION.
      *================================================================*
           ADD  1                          TO         WS-SEM-CPF.

           MOVE WS-ULTIMO-RPS              TO         DETS-RPS.
           IF  WS-ORG                      EQUAL      1
               MOVE 'CLUBE '               TO         DETS-ORIGEM
           ELSE
               MOVE 'ESCOLA'               TO         DETS-ORIGEM
           END-IF.
           MOVE SW-NOSSO-NUMERO            TO         DETS-NOSSO-NUMERO.
           MOVE SW-SOCIO                   TO         DETS-SOCIO.
           MOVE WS-TOM-NOME                TO         DETS-NOME.
           WRITE REG-REL                   FROM       DET-SEM-CPF.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
      *----------------------------------------------------------------*
       4400-99-LISTA-SEM-CPF-EXIT.         EXIT.
      *================================================================*
       4790-FS-RPS                         SECTION.
      *================================================================*
           IF  WS-FS-RPC                   NOT EQUAL  '00'
               MOVE WS-FS-RPC              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR LOTE RPSCLUB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RPE                   NOT EQUAL  '00'
               MOVE WS-FS-RPE              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR LOTE RPSESCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4790-99-FS-RPS-EXIT.                EXIT.
      *================================================================*
       4890-FS-NFSMSTN                     SECTION.
      *================================================================*
           IF  WS-FS-NFSN                  NOT EQUAL  '00'
               MOVE WS-FS-NFSN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO NFSMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       4890-99-FS-NFSMSTN-EXIT.            EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN NFSWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELRPS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELRPS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELRPS-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.

           MOVE 'BAIXAS LIDAS NO NFSBAIX................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-LIDOS-BXN               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'BAIXAS DESPREZADAS (ORIGEM/VALOR)......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ORIGEM-INVALIDA         TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'RPS DO CLUBE (RPSCLUB).................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ORG-QTDE (1)            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  VALOR DOS SERVICOS DO CLUBE..........:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-ORG-VALOR (1)           TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.

           MOVE 'RPS DA ESCOLA (RPSESCO)................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ORG-QTDE (2)            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  VALOR DOS SERVICOS DA ESCOLA.........:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-ORG-VALOR (2)           TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-TOTAL-VALOR.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.

           MOVE 'RPS SEM CPF DO TOMADOR.................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-SEM-CPF                 TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ULTIMO RPS EMITIDO.....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ULTIMO-RPS              TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELRPS  THRU 8000-99-FS-RELRPS-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE WS-ORG-QTDE (1)            TO         RPSR-QTDE-LINHAS.
           MOVE WS-ORG-VALOR (1)           TO      RPSR-VALOR-SERVICOS.
           WRITE REG-RPC                   FROM       RPS-RODAPE.
           PERFORM 4790-FS-RPS THRU 4790-99-FS-RPS-EXIT.
           MOVE WS-ORG-QTDE (2)            TO         RPSR-QTDE-LINHAS.
           MOVE WS-ORG-VALOR (2)           TO      RPSR-VALOR-SERVICOS.
           WRITE REG-RPE                   FROM       RPS-RODAPE.
           PERFORM 4790-FS-RPS THRU 4790-99-FS-RPS-EXIT.

           CLOSE NFSMSTN  RPSCLUB  RPSESCO  RELRPS.
           IF    NOT WS-XRF-AUSENTE
                 CLOSE ESCXREF
           END-IF.

           IF  WS-FS-NFSN                  NOT EQUAL  '00'
           OR  WS-FS-RPC                   NOT EQUAL  '00'
           OR  WS-FS-RPE                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-NFSN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* BAIXAS LIDAS NFSBAIX  =    ' WS-LIDOS-BXN.
           DISPLAY '* BAIXAS DESPREZADAS    =    ' WS-ORIGEM-INVALIDA.
           DISPLAY '* RPS DO MASTER ANTERIOR=    ' WS-COPIADOS-NFS.
           DISPLAY '* RPS DO CLUBE          =    ' WS-ORG-QTDE (1).
           DISPLAY '* RPS DA ESCOLA         =    ' WS-ORG-QTDE (2).
           DISPLAY '* RPS SEM CPF TOMADOR   =    ' WS-SEM-CPF.
           DISPLAY '* ULTIMO RPS EMITIDO    =    ' WS-ULTIMO-RPS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-BXN              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-RPS-EMITIDOS           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB852S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
