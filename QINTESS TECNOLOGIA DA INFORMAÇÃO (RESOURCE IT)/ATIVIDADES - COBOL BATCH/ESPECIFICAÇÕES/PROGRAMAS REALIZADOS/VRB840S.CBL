       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB840S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DETECTOR PERIODICO DE SUSPEITOS DE MESMA PESSOA SOB  *
      * CPFS DIFERENTES, QUE ALIMENTA A UNIFICACAO DO VRB789S. O       *
      * PROGRAMA CRUZA CADCLIM, CADEND E TELOUTPT (BALANCE-LINE POR    *
      * CPF) E CLASSIFICA OS CLIENTES PELA CHAVE FONETICA DO NOME      *
      * (ROTINA FONCHV31) MAIS A DATA DE NASCIMENTO. DENTRO DE CADA    *
      * GRUPO TODO PAR DE CPFS EH AVALIADO; SO VIRA CANDIDATO O PAR    *
      * QUE TAMBEM DIVIDE O ENDERECO (CHAVE DE DOMICILIO DOMCHV31) OU  *
      * UM TELEFONE. PONTUACAO DO PAR (0 A 100):                       *
      *   40 - CHAVE FONETICA (PRIMEIRO + ULTIMO NOME) E NASCIMENTO;   *
      *   10 - CHAVE FONETICA DO NOME COMPLETO TAMBEM IGUAL;           *
      *   25 - MESMO ENDERECO;                                         *
      *   25 - MESMO TELEFONE.                                         *
      * TODO CANDIDATO SAI NO RELATORIO RELSUS COM AS EVIDENCIAS. O    *
      * PAR COM PONTUACAO IGUAL OU ACIMA DO LIMIAR (PARMMST DOMINIO    *
      * FUSAO/LIMIAR, PADRAO 75) SAI TAMBEM NO MRGPRO, NO LAYOUT DO    *
      * MRGTRS E COM O AUTORIZADOR EM BRANCO: O OPERADOR REVISA, E A   *
      * FUSAO SO RODA NO VRB789S DEPOIS DE INFORMADO UM AUTORIZADOR    *
      * VIGENTE. SOBREVIVE O CPF COM MAIS CONTAS (EMPATE: O DE         *
      * CADASTRO MAIS RECENTE; DEPOIS, O MENOR CPF).                   *
      * A DECISAO DA REVISAO VOLTA NO MRGDEC (MESMO LAYOUT, COM A      *
      * DECISAO 'A'/'R' NA POSICAO 31); OS PARES REJEITADOS SAO        *
      * ACUMULADOS NO MRGREJ E NUNCA MAIS SAO PROPOSTOS.               *
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

           SELECT MRGDEC         ASSIGN TO MRGDEC
           FILE STATUS           IS        WS-FS-DEC.
      *----------------------------------------------------------------*
           SELECT MRGREJ         ASSIGN TO MRGREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT CADCLIM        ASSIGN TO CADCLIM
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        CLIM-CHAVE
           FILE STATUS           IS        WS-FS-CLIM.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT TELOUTPT       ASSIGN TO TELOUTPT
           FILE STATUS           IS        WS-FS-TEL.
      *----------------------------------------------------------------*
           SELECT FONEWK         ASSIGN TO FONEWK.
      *----------------------------------------------------------------*
           SELECT TELSRT         ASSIGN TO TELSRT
           FILE STATUS           IS        WS-FS-TSR.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT SUSSRT         ASSIGN TO SUSSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT MRGPRO         ASSIGN TO MRGPRO
           FILE STATUS           IS        WS-FS-PRO.
      *----------------------------------------------------------------*
           SELECT RELSUS         ASSIGN TO RELSUS
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   DECISOES DA REVISAO: O PROPRIO MRGPRO COM O OPERADOR E A     *
      *   DECISAO (A - APROVADA, R - REJEITADA) PREENCHIDOS            *
      *----------------------------------------------------------------*
       FD  MRGDEC
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-DEC.

       01  REG-DEC.
           05 DEC-CPF-SOBREVIVE            PIC 9(11).
           05 DEC-CPF-ABSORVIDO            PIC 9(11).
           05 DEC-OPERADOR                 PIC X(08).
           05 DEC-DECISAO                  PIC X(01).
              88 DEC-APROVADA                           VALUE 'A'.
              88 DEC-REJEITADA                          VALUE 'R'.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
      *   PARES REJEITADOS NA REVISAO (MENOR CPF / MAIOR CPF)          *
      *----------------------------------------------------------------*
       FD  MRGREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-CPF-MENOR                PIC 9(11).
           05 REJ-CPF-MAIOR                PIC 9(11).
           05 REJ-OPERADOR                 PIC X(08).
           05 REJ-DATA                     PIC 9(08).
           05 FILLER                       PIC X(02).
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
       FD  CADEND
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-END.

       01  REG-END.
           05 END-CPF                      PIC 9(11).
           05 END-LOGRADOURO               PIC X(40).
           05 END-NUMERO                   PIC X(06).
           05 END-CIDADE                   PIC X(20).
           05 END-UF                       PIC X(02).
           05 END-CEP                      PIC 9(08).
           05 END-DATA-ATUALIZA            PIC 9(08).
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
       FD  TELOUTPT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TEL.

       01  REG-TEL.
           05 NUM-SAI                      PIC X(13).
           05 SAI-CPF                      PIC 9(11).
           05 SAI-UF                       PIC X(02).
           05 SAI-TIPO-LINHA               PIC X(01).
           05 FILLER                       PIC X(53).
      *----------------------------------------------------------------*
       SD  FONEWK.

       01  REG-FONEWK.
           05 FNW-NUMERO                   PIC X(13).
           05 FNW-CPF                      PIC 9(11).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
       FD  TELSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TSR.

       01  REG-TSR.
           05 TSR-NUMERO                   PIC X(13).
           05 TSR-CPF                      PIC 9(11).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
      *   CLIENTE COM CHAVE FONETICA, ENDERECO E TELEFONES             *
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE-FON                 PIC X(20).
           05 SW-DATA-NASCTO               PIC 9(08).
           05 SW-CPF                       PIC 9(11).
           05 SW-NOME                      PIC X(30).
           05 SW-CHAVE-COMPLETA            PIC X(40).
           05 SW-CHAVE-DOM                 PIC X(44).
           05 SW-FONE                      PIC X(13)  OCCURS 3 TIMES.
           05 SW-QTDE-CONTAS               PIC 9(03).
           05 SW-DATA-ATUALIZA             PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  SUSSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 210 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-GRUPO.
              10 SRT-CHAVE-FON             PIC X(20).
              10 SRT-DATA-NASCTO           PIC 9(08).
           05 SRT-CPF                      PIC 9(11).
           05 SRT-NOME                     PIC X(30).
           05 SRT-CHAVE-COMPLETA           PIC X(40).
           05 SRT-CHAVE-DOM                PIC X(44).
           05 SRT-FONE                     PIC X(13)  OCCURS 3 TIMES.
           05 SRT-QTDE-CONTAS              PIC 9(03).
           05 SRT-DATA-ATUALIZA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   FUSOES PROPOSTAS (LAYOUT DO MRGTRS, AUTORIZADOR EM BRANCO)   *
      *----------------------------------------------------------------*
       FD  MRGPRO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-PRO.

       01  REG-PRO.
           05 PRO-CPF-SOBREVIVE            PIC 9(11).
           05 PRO-CPF-ABSORVIDO            PIC 9(11).
           05 PRO-AUTORIZADOR              PIC X(08).
           05 PRO-DECISAO                  PIC X(01).
           05 PRO-PONTOS                   PIC 9(03).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  RELSUS
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-DEC                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-CLIM                      PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-TEL                       PIC X(02)     VALUE '00'.
       77  WS-FS-TSR                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRO                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *             CHAVES DO BALANCE-LINE POR CPF                     *
      *----------------------------------------------------------------*
       77  WS-CPF-CLIM                     PIC X(11)     VALUE SPACES.
       77  WS-CPF-END                      PIC X(11)     VALUE SPACES.
       77  WS-CPF-TEL                      PIC X(11)     VALUE SPACES.
       77  WS-QTDE-FONES                   PIC 9(01)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *          CHAVE FONETICA DE NOME (FONCHV31)                     *
      *----------------------------------------------------------------*
       77  WS-FONCHV                       PIC X(08)   VALUE 'FONCHV31'.
       01  WS-FON-PARM.
           05  WS-FON-NOME                 PIC X(30).
           05  WS-FON-CHAVE                PIC X(20).
           05  WS-FON-CHAVE-COMPLETA       PIC X(40).
      *----------------------------------------------------------------*
      *          CHAVE DE DOMICILIO (DOMCHV31)                         *
      *----------------------------------------------------------------*
       77  WS-DOMCHV                       PIC X(08)   VALUE 'DOMCHV31'.
       01  WS-CHV-PARM.
           05  WS-CHV-LOGRADOURO           PIC X(40).
           05  WS-CHV-NUMERO               PIC X(06).
           05  WS-CHV-CEP                  PIC 9(08).
           05  WS-CHV-CHAVE                PIC X(44).
      *----------------------------------------------------------------*
      *                 PARAMETROS (DOMINIO FUSAO)                     *
      *----------------------------------------------------------------*
       77  WS-LIMIAR                       PIC 9(03)     VALUE 75.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-LIMIAR-R REDEFINES WS-VC-AREA.
           05 WS-VC-LIMIAR                 PIC 9(03).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
       01  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           05 WS-HOJE-ANO                  PIC 9(04).
           05 WS-HOJE-MES                  PIC 9(02).
           05 WS-HOJE-DIA                  PIC 9(02).
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-AUX-ANO                   PIC 9(04).
           05 WS-AUX-MES                   PIC 9(02).
           05 WS-AUX-DIA                   PIC 9(02).
      *----------------------------------------------------------------*
      *          PARES JA REJEITADOS NA REVISAO (MRGREJ)               *
      *----------------------------------------------------------------*
       77  WS-QTDE-REJ                     PIC 9(05)     VALUE ZEROS.
       77  WS-IND-REJ                      PIC 9(05)     VALUE ZEROS.
       77  WS-PAR-REJEITADO                PIC X(01)     VALUE 'N'.
           88 WS-PAR-REJEITADO-SIM                       VALUE 'S'.
       01  WS-TAB-REJEITADOS.
           05 WS-REJ-ITEM                  OCCURS 5000 TIMES.
              10 WS-REJ-MENOR              PIC 9(11).
              10 WS-REJ-MAIOR              PIC 9(11).
      *----------------------------------------------------------------*
      *          GRUPO CORRENTE (MESMA CHAVE FONETICA + NASCIMENTO)    *
      *----------------------------------------------------------------*
       77  WS-MAX-GRUPO                    PIC 9(03)     VALUE 20.
       77  WS-QTDE-GRUPO                   PIC 9(03)     VALUE ZEROS.
       77  WS-GRUPO-ATUAL                  PIC X(28)     VALUE SPACES.
       77  WS-IND-A                        PIC 9(03)     VALUE ZEROS.
       77  WS-IND-B                        PIC 9(03)     VALUE ZEROS.
       77  WS-IND-B-INICIO                 PIC 9(03)     VALUE ZEROS.
       77  WS-IND-IMP                      PIC 9(03)     VALUE ZEROS.
       77  WS-IND-FA                       PIC 9(01)     VALUE ZEROS.
       77  WS-IND-FB                       PIC 9(01)     VALUE ZEROS.
       01  WS-TAB-GRUPO.
           05 WS-GRP-ITEM                  OCCURS 20 TIMES.
              10 WS-GRP-CPF                PIC 9(11).
              10 WS-GRP-NOME               PIC X(30).
              10 WS-GRP-CHAVE-COMPLETA     PIC X(40).
              10 WS-GRP-CHAVE-DOM          PIC X(44).
              10 WS-GRP-FONE               PIC X(13)  OCCURS 3 TIMES.
              10 WS-GRP-QTDE-CONTAS        PIC 9(03).
              10 WS-GRP-DATA-ATUALIZA      PIC 9(08).
       01  WS-DATA-NASCTO-GRUPO            PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                AVALIACAO DO PAR CORRENTE                       *
      *----------------------------------------------------------------*
       77  WS-MESMO-ENDERECO               PIC X(01)     VALUE 'N'.
           88 WS-MESMO-ENDERECO-SIM                      VALUE 'S'.
       77  WS-MESMO-FONE                   PIC X(01)     VALUE 'N'.
           88 WS-MESMO-FONE-SIM                          VALUE 'S'.
       77  WS-MESMO-NOME                   PIC X(01)     VALUE 'N'.
           88 WS-MESMO-NOME-SIM                          VALUE 'S'.
       77  WS-PONTOS                       PIC 9(03)     VALUE ZEROS.
       77  WS-IND-SOBREVIVE                PIC 9(03)     VALUE ZEROS.
       77  WS-IND-ABSORVIDO                PIC 9(03)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC 9(11)     VALUE ZEROS.
       77  WS-CPF-MAIOR                    PIC 9(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-DEC                    PIC 9(07)     VALUE ZEROS.
       77  WS-DEC-APROVADAS                PIC 9(07)     VALUE ZEROS.
       77  WS-DEC-INVALIDAS                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-REJ                 PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CLIM                   PIC 9(07)     VALUE ZEROS.
       77  WS-DESPREZADOS-CLIM             PIC 9(07)     VALUE ZEROS.
       77  WS-CLIENTES-AVALIADOS           PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-END                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-TEL                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SRT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRUPOS-COMPARADOS            PIC 9(07)     VALUE ZEROS.
       77  WS-GRUPOS-EXCEDIDOS             PIC 9(07)     VALUE ZEROS.
       77  WS-PARES-AVALIADOS              PIC 9(07)     VALUE ZEROS.
       77  WS-PARES-SEM-EVIDENCIA          PIC 9(07)     VALUE ZEROS.
       77  WS-PARES-REJEITADOS             PIC 9(07)     VALUE ZEROS.
       77  WS-CANDIDATOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-ABAIXO-LIMIAR                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PRO                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB840S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB840S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELSUS                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(50)  VALUE
                  'SUSPEITOS DE MESMA PESSOA EM CPFS DIFERENTES - EM '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-LIMIAR.
           05 FILLER                       PIC X(40)  VALUE
                  ' LIMIAR PARA PROPOR A FUSAO (PONTOS)...:'.
           05 CABL-LIMIAR                  PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(37)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  ' PAPEL       CPF         NOME           '.
           05 FILLER                       PIC X(40)  VALUE
                  '                 NASCIMENTO CONTAS      '.
      *----------------------------------------------------------------*
       01  DET-CLIENTE.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-PAPEL                   PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETC-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETC-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-CONTAS                  PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-EVIDENCIA.
           05 FILLER                       PIC X(13)  VALUE
                  ' EVIDENCIAS: '.
           05 DETE-NOME                    PIC X(09)  VALUE
                  'NOME+NASC'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-NOME-COMPLETO           PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-ENDERECO                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-TELEFONE                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE 'PONTOS '.
           05 DETE-PONTOS                  PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-SITUACAO                PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 1100-GRAVA-REJEITADOS
               THRU 1100-99-GRAVA-REJEITADOS-EXIT.
           PERFORM 1200-CARREGA-REJEITADOS
               THRU 1200-99-CARREGA-REJEITADOS-EXIT.

           MOVE '0000-PRINCIPAL'           TO    WS-CODIGO-AREA.
           SORT FONEWK
                ASCENDING  KEY             FNW-CPF
                USING                      TELOUTPT
                GIVING                     TELSRT.

           SORT SORTWK
                ASCENDING  KEY             SW-CHAVE-FON
                ASCENDING  KEY             SW-DATA-NASCTO
                ASCENDING  KEY             SW-CPF
                INPUT  PROCEDURE IS        0100-MONTA-CLIENTES
                GIVING                     SUSSRT.

           PERFORM 1500-ABRE-SAIDAS    THRU  1500-99-ABRE-SAIDAS-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SRT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-MONTA-CLIENTES                 SECTION.
      *================================================================*
      * BALANCE-LINE POR CPF: CADCLIM (MESTRE) X CADEND X TELSRT.      *
      * CADA PESSOA FISICA COM NOME E NASCIMENTO VAI PARA O SORT COM   *
      * A CHAVE FONETICA, A CHAVE DE DOMICILIO E ATE 3 TELEFONES.      *
      *----------------------------------------------------------------*
           MOVE '0100-MONTA-CLIENTES'      TO    WS-CODIGO-AREA.

           OPEN  INPUT                     CADCLIM.
           IF    WS-FS-CLIM                NOT EQUAL  '00'
                 MOVE WS-FS-CLIM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TELSRT.
           IF    WS-FS-TSR                 NOT EQUAL  '00'
                 MOVE WS-FS-TSR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB TELSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0110-LER-CADCLIM  THRU  0110-99-LER-CADCLIM-EXIT.
           PERFORM 0120-LER-CADEND   THRU  0120-99-LER-CADEND-EXIT.
           PERFORM 0130-LER-TELSRT   THRU  0130-99-LER-TELSRT-EXIT.

           PERFORM 0200-RELEASE-CLIENTE
               THRU 0200-99-RELEASE-CLIENTE-EXIT
                   UNTIL WS-CPF-CLIM       EQUAL      HIGH-VALUES.

           CLOSE CADCLIM  CADEND  TELSRT.
      *----------------------------------------------------------------*
       0100-99-MONTA-CLIENTES-EXIT.        EXIT.
      *================================================================*
       0110-LER-CADCLIM                    SECTION.
      *================================================================*
           READ CADCLIM  NEXT.

           IF  WS-FS-CLIM  NOT EQUAL '00'
           AND WS-FS-CLIM  NOT EQUAL '10'
               MOVE '0110-LER-CADCLIM'     TO         WS-CODIGO-AREA
               MOVE WS-FS-CLIM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CLIM                  EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-CLIM
           ELSE
               ADD  1                      TO         WS-LIDOS-CLIM
               MOVE CLIM-CPF               TO         WS-CPF-CLIM
           END-IF.
      *----------------------------------------------------------------*
       0110-99-LER-CADCLIM-EXIT.           EXIT.
      *================================================================*
       0120-LER-CADEND                     SECTION.
      *================================================================*
           READ CADEND   NEXT.

           IF  WS-FS-END   NOT EQUAL '00'
           AND WS-FS-END   NOT EQUAL '10'
               MOVE '0120-LER-CADEND'      TO         WS-CODIGO-AREA
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-END                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-END
           ELSE
               ADD  1                      TO         WS-LIDOS-END
               MOVE END-CPF                TO         WS-CPF-END
           END-IF.
      *----------------------------------------------------------------*
       0120-99-LER-CADEND-EXIT.            EXIT.
      *================================================================*
       0130-LER-TELSRT                     SECTION.
      *================================================================*
           READ TELSRT.

           IF  WS-FS-TSR   NOT EQUAL '00'
           AND WS-FS-TSR   NOT EQUAL '10'
               MOVE '0130-LER-TELSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-TSR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO TELSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TSR                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-TEL
           ELSE
               ADD  1                      TO         WS-LIDOS-TEL
               MOVE TSR-CPF                TO         WS-CPF-TEL
           END-IF.
      *----------------------------------------------------------------*
       0130-99-LER-TELSRT-EXIT.            EXIT.
      *================================================================*
       0200-RELEASE-CLIENTE                SECTION.
      *================================================================*
      * CONTINUACAO DO CADCLIM (SEQ > 0), PESSOA JURIDICA E CADASTRO   *
      * SEM NOME OU SEM NASCIMENTO FICAM FORA DA COMPARACAO.           *
      *----------------------------------------------------------------*
           IF  CLIM-SEQ                    NOT EQUAL  ZEROS
               GO TO 0200-90-PROXIMO
           END-IF.

           IF  CLIM-TIPO-PESSOA            EQUAL      'J'
           OR  CLIM-NOME                   EQUAL      SPACES
           OR  CLIM-DATA-NASCTO            NOT NUMERIC
           OR  CLIM-DATA-NASCTO            EQUAL      ZEROS
               ADD  1                      TO    WS-DESPREZADOS-CLIM
               GO TO 0200-90-PROXIMO
           END-IF.

           MOVE SPACES                     TO         REG-SORTWK.
           MOVE CLIM-NOME                  TO         WS-FON-NOME.
           CALL WS-FONCHV                  USING      WS-FON-PARM.
           IF  WS-FON-CHAVE                EQUAL      SPACES
               ADD  1                      TO    WS-DESPREZADOS-CLIM
               GO TO 0200-90-PROXIMO
           END-IF.

           MOVE WS-FON-CHAVE               TO         SW-CHAVE-FON.
           MOVE WS-FON-CHAVE-COMPLETA      TO         SW-CHAVE-COMPLETA.
           MOVE CLIM-DATA-NASCTO           TO         SW-DATA-NASCTO.
           MOVE CLIM-CPF                   TO         SW-CPF.
           MOVE CLIM-NOME                  TO         SW-NOME.
           MOVE CLIM-QTDE-CONTAS           TO         SW-QTDE-CONTAS.
           MOVE CLIM-DATA-ATUALIZA         TO         SW-DATA-ATUALIZA.

           PERFORM 0120-LER-CADEND   THRU  0120-99-LER-CADEND-EXIT
                   UNTIL WS-CPF-END        NOT LESS   WS-CPF-CLIM.
           IF  WS-CPF-END                  EQUAL      WS-CPF-CLIM
               MOVE END-LOGRADOURO         TO         WS-CHV-LOGRADOURO
               MOVE END-NUMERO             TO         WS-CHV-NUMERO
               MOVE END-CEP                TO         WS-CHV-CEP
               CALL WS-DOMCHV              USING      WS-CHV-PARM
               MOVE WS-CHV-CHAVE           TO         SW-CHAVE-DOM
           END-IF.

           PERFORM 0130-LER-TELSRT   THRU  0130-99-LER-TELSRT-EXIT
                   UNTIL WS-CPF-TEL        NOT LESS   WS-CPF-CLIM.
           MOVE ZEROS                      TO         WS-QTDE-FONES.
           PERFORM 0210-GUARDA-FONE  THRU  0210-99-GUARDA-FONE-EXIT
                   UNTIL WS-CPF-TEL        NOT EQUAL  WS-CPF-CLIM.

           RELEASE REG-SORTWK.
           ADD  1                          TO    WS-CLIENTES-AVALIADOS.

       0200-90-PROXIMO.
           PERFORM 0110-LER-CADCLIM  THRU  0110-99-LER-CADCLIM-EXIT.
      *----------------------------------------------------------------*
       0200-99-RELEASE-CLIENTE-EXIT.       EXIT.
      *================================================================*
       0210-GUARDA-FONE                    SECTION.
      *================================================================*
           IF  TSR-NUMERO                  NOT EQUAL  SPACES
           AND WS-QTDE-FONES               LESS       3
               ADD  1                      TO         WS-QTDE-FONES
               MOVE TSR-NUMERO             TO
                    SW-FONE (WS-QTDE-FONES)
           END-IF.

           PERFORM 0130-LER-TELSRT   THRU  0130-99-LER-TELSRT-EXIT.
      *----------------------------------------------------------------*
       0210-99-GUARDA-FONE-EXIT.           EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
      * DOMINIO FUSAO DO PARMMST, COM VIGENCIA NA DATA DE HOJE:        *
      *   LIMIAR - PONTUACAO MINIMA PARA PROPOR A FUSAO 9(03)          *
      *            (050 A 100, PADRAO 075).                            *
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '1000-INICIO'              TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           MOVE 'FUSAO   '                 TO         WS-PGT-DOMINIO.
           MOVE 'LIMIAR  '                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
           AND WS-PGT-RETORNO              NOT EQUAL  'V'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR           TO         WS-VC-AREA
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-LIMIAR            LESS       50
               OR  WS-VC-LIMIAR            GREATER    100
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO FUSAO/LIMIAR INVALIDO (050 A 100)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-LIMIAR           TO         WS-LIMIAR
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-GRAVA-REJEITADOS               SECTION.
      *================================================================*
      * AS REJEICOES DA ULTIMA REVISAO (MRGDEC) ENTRAM NO MRGREJ. SEM  *
      * MRGDEC (35) NAO HOUVE REVISAO DESDE A ULTIMA EXECUCAO.         *
      *----------------------------------------------------------------*
           MOVE '1100-GRAVA-REJEITADOS'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     MRGDEC.
           IF    WS-FS-DEC                 EQUAL      '35'
                 GO TO 1100-99-GRAVA-REJEITADOS-EXIT
           END-IF.
           IF    WS-FS-DEC                 NOT EQUAL  '00'
                 MOVE WS-FS-DEC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS DECISOES MRGDEC'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    MRGREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 OPEN  OUTPUT              MRGREJ
           END-IF.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS REJEITADOS MRGREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1110-TRATA-DECISAO
               THRU 1110-99-TRATA-DECISAO-EXIT
                   UNTIL WS-FS-DEC         EQUAL      '10'.

           CLOSE MRGDEC  MRGREJ.
           IF  WS-FS-DEC                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO MRGDEC/MRGREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1100-99-GRAVA-REJEITADOS-EXIT.      EXIT.
      *================================================================*
       1110-TRATA-DECISAO                  SECTION.
      *================================================================*
      * A APROVADA SEGUE COMO TRANSACAO DO VRB789S E AQUI SO EH        *
      * CONTADA. A REJEITADA EXIGE OPERADOR E OS DOIS CPFS.            *
      *----------------------------------------------------------------*
           READ MRGDEC.

           IF  WS-FS-DEC   NOT EQUAL '00'
           AND WS-FS-DEC   NOT EQUAL '10'
               MOVE WS-FS-DEC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER DECISOES MRGDEC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-DEC                   NOT EQUAL  '00'
               GO TO 1110-99-TRATA-DECISAO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-DEC.

           IF  DEC-APROVADA
               ADD  1                      TO         WS-DEC-APROVADAS
               GO TO 1110-99-TRATA-DECISAO-EXIT
           END-IF.

           IF  NOT DEC-REJEITADA
           OR  DEC-OPERADOR                EQUAL      SPACES
           OR  DEC-CPF-SOBREVIVE           NOT NUMERIC
           OR  DEC-CPF-ABSORVIDO           NOT NUMERIC
           OR  DEC-CPF-SOBREVIVE           EQUAL      DEC-CPF-ABSORVIDO
               ADD  1                      TO         WS-DEC-INVALIDAS
               DISPLAY '* DECISAO INVALIDA NO MRGDEC: ' REG-DEC
               GO TO 1110-99-TRATA-DECISAO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-REJ.
           IF  DEC-CPF-SOBREVIVE           LESS       DEC-CPF-ABSORVIDO
               MOVE DEC-CPF-SOBREVIVE      TO         REJ-CPF-MENOR
               MOVE DEC-CPF-ABSORVIDO      TO         REJ-CPF-MAIOR
           ELSE
               MOVE DEC-CPF-ABSORVIDO      TO         REJ-CPF-MENOR
               MOVE DEC-CPF-SOBREVIVE      TO         REJ-CPF-MAIOR
           END-IF.
           MOVE DEC-OPERADOR               TO         REJ-OPERADOR.
           MOVE WS-DATA-HOJE               TO         REJ-DATA.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REJEITADOS MRGREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-REJ.
      *----------------------------------------------------------------*
       1110-99-TRATA-DECISAO-EXIT.         EXIT.
      *================================================================*
       1200-CARREGA-REJEITADOS             SECTION.
      *================================================================*
      * MEMORIA DE PARES REJEITADOS. SEM MRGREJ (35) NENHUM AINDA. O   *
      * PAR REPETIDO (DECISAO REPROCESSADA) OCUPA UMA SO POSICAO.      *
      *----------------------------------------------------------------*
           MOVE '1200-CARREGA-REJEITADOS'  TO         WS-CODIGO-AREA.

           OPEN  INPUT                     MRGREJ.
           IF    WS-FS-REJ                 EQUAL      '35'
                 GO TO 1200-99-CARREGA-REJEITADOS-EXIT
           END-IF.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS REJEITADOS MRGREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1210-GUARDA-REJEITADO
               THRU 1210-99-GUARDA-REJEITADO-EXIT
                   UNTIL WS-FS-REJ         EQUAL      '10'.

           CLOSE MRGREJ.
      *----------------------------------------------------------------*
       1200-99-CARREGA-REJEITADOS-EXIT.    EXIT.
      *================================================================*
       1210-GUARDA-REJEITADO               SECTION.
      *================================================================*
           READ MRGREJ.

           IF  WS-FS-REJ   NOT EQUAL '00'
           AND WS-FS-REJ   NOT EQUAL '10'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REJEITADOS MRGREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               GO TO 1210-99-GUARDA-REJEITADO-EXIT
           END-IF.

           MOVE REJ-CPF-MENOR              TO         WS-CPF-MENOR.
           MOVE REJ-CPF-MAIOR              TO         WS-CPF-MAIOR.
           PERFORM 2500-VERIFICA-REJEITADO
               THRU 2500-99-VERIFICA-REJEITADO-EXIT.
           IF  WS-PAR-REJEITADO-SIM
               GO TO 1210-99-GUARDA-REJEITADO-EXIT
           END-IF.

           IF  WS-QTDE-REJ                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 PARES REJEITADOS NO MRGREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-REJ.
           MOVE REJ-CPF-MENOR           TO  WS-REJ-MENOR (WS-QTDE-REJ).
           MOVE REJ-CPF-MAIOR           TO  WS-REJ-MAIOR (WS-QTDE-REJ).
      *----------------------------------------------------------------*
       1210-99-GUARDA-REJEITADO-EXIT.      EXIT.
      *================================================================*
       1500-ABRE-SAIDAS                    SECTION.
      *================================================================*
           MOVE '1500-ABRE-SAIDAS'         TO         WS-CODIGO-AREA.

           OPEN  INPUT                     SUSSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB SUSSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    MRGPRO.
           IF    WS-FS-PRO                 NOT EQUAL  '00'
                 MOVE WS-FS-PRO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS PROPOSTAS MRGPRO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELSUS.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSUS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-HOJE-DIA                TO         CABT-DIA.
           MOVE WS-HOJE-MES                TO         CABT-MES.
           MOVE WS-HOJE-ANO                TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
           MOVE WS-LIMIAR                  TO         CABL-LIMIAR.
           WRITE REG-REL                   FROM       CAB-LIMIAR.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.

           PERFORM 1600-LER-SUSSRT   THRU  1600-99-LER-SUSSRT-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-SAIDAS-EXIT.           EXIT.
      *================================================================*
       1600-LER-SUSSRT                     SECTION.
      *================================================================*
           READ SUSSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1600-LER-SUSSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO SUSSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SRT
           END-IF.
      *----------------------------------------------------------------*
       1600-99-LER-SUSSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * QUEBRA POR CHAVE FONETICA + NASCIMENTO. GRUPO COM MAIS DE 20   *
      * CLIENTES (NOME MUITO COMUM) NAO EH COMPARADO - SO CONTADO.     *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE SRT-GRUPO                  TO         WS-GRUPO-ATUAL.
           MOVE SRT-DATA-NASCTO            TO     WS-DATA-NASCTO-GRUPO.
           MOVE ZEROS                      TO         WS-QTDE-GRUPO.

           PERFORM 2100-GUARDA-CLIENTE
               THRU 2100-99-GUARDA-CLIENTE-EXIT
                   UNTIL WS-FS-SRT         EQUAL      '10'
                      OR SRT-GRUPO         NOT EQUAL  WS-GRUPO-ATUAL.

           IF  WS-QTDE-GRUPO               LESS       2
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           IF  WS-QTDE-GRUPO               GREATER    WS-MAX-GRUPO
               ADD  1                      TO    WS-GRUPOS-EXCEDIDOS
               GO TO 2000-99-PROCESSA-EXIT
           END-IF.

           ADD  1                          TO    WS-GRUPOS-COMPARADOS.
           PERFORM 2200-COMPARA-CLIENTE
               THRU 2200-99-COMPARA-CLIENTE-EXIT
                   VARYING WS-IND-A FROM 1 BY 1
                   UNTIL WS-IND-A NOT LESS WS-QTDE-GRUPO.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-GUARDA-CLIENTE                 SECTION.
      *================================================================*
           IF  WS-QTDE-GRUPO               LESS       999
               ADD  1                      TO         WS-QTDE-GRUPO
           END-IF.

           IF  WS-QTDE-GRUPO               NOT GREATER WS-MAX-GRUPO
               MOVE SRT-CPF        TO  WS-GRP-CPF (WS-QTDE-GRUPO)
               MOVE SRT-NOME       TO  WS-GRP-NOME (WS-QTDE-GRUPO)
               MOVE SRT-CHAVE-COMPLETA
                 TO WS-GRP-CHAVE-COMPLETA (WS-QTDE-GRUPO)
               MOVE SRT-CHAVE-DOM  TO  WS-GRP-CHAVE-DOM (WS-QTDE-GRUPO)
               MOVE SRT-FONE (1)   TO  WS-GRP-FONE (WS-QTDE-GRUPO 1)
               MOVE SRT-FONE (2)   TO  WS-GRP-FONE (WS-QTDE-GRUPO 2)
               MOVE SRT-FONE (3)   TO  WS-GRP-FONE (WS-QTDE-GRUPO 3)
               MOVE SRT-QTDE-CONTAS
                 TO WS-GRP-QTDE-CONTAS (WS-QTDE-GRUPO)
               MOVE SRT-DATA-ATUALIZA
                 TO WS-GRP-DATA-ATUALIZA (WS-QTDE-GRUPO)
           END-IF.

           PERFORM 1600-LER-SUSSRT   THRU  1600-99-LER-SUSSRT-EXIT.
      *----------------------------------------------------------------*
       2100-99-GUARDA-CLIENTE-EXIT.        EXIT.
      *================================================================*
       2200-COMPARA-CLIENTE                SECTION.
      *================================================================*
           COMPUTE WS-IND-B-INICIO = WS-IND-A + 1.

           PERFORM 2300-AVALIA-PAR   THRU  2300-99-AVALIA-PAR-EXIT
                   VARYING WS-IND-B FROM WS-IND-B-INICIO BY 1
                   UNTIL WS-IND-B GREATER WS-QTDE-GRUPO.
      *----------------------------------------------------------------*
       2200-99-COMPARA-CLIENTE-EXIT.       EXIT.
      *================================================================*
       2300-AVALIA-PAR                     SECTION.
      *================================================================*
      * EVIDENCIAS DO PAR A-B. SEM ENDERECO NEM TELEFONE EM COMUM O    *
      * PAR NAO EH CANDIDATO (HOMONIMO NASCIDO NO MESMO DIA).          *
      *----------------------------------------------------------------*
           ADD  1                          TO    WS-PARES-AVALIADOS.

           MOVE 'N'                        TO    WS-MESMO-ENDERECO
                                                 WS-MESMO-FONE
                                                 WS-MESMO-NOME.

           IF  WS-GRP-CHAVE-DOM (WS-IND-A) NOT EQUAL SPACES
           AND WS-GRP-CHAVE-DOM (WS-IND-A)
                                   EQUAL WS-GRP-CHAVE-DOM (WS-IND-B)
               SET  WS-MESMO-ENDERECO-SIM  TO    TRUE
           END-IF.

           PERFORM 2310-COMPARA-FONE THRU  2310-99-COMPARA-FONE-EXIT
                   VARYING WS-IND-FA FROM 1 BY 1
                   UNTIL WS-IND-FA GREATER 3
                   AFTER WS-IND-FB FROM 1 BY 1
                   UNTIL WS-IND-FB GREATER 3.

           IF  NOT WS-MESMO-ENDERECO-SIM
           AND NOT WS-MESMO-FONE-SIM
               ADD  1                      TO    WS-PARES-SEM-EVIDENCIA
               GO TO 2300-99-AVALIA-PAR-EXIT
           END-IF.

           IF  WS-GRP-CPF (WS-IND-A)       LESS  WS-GRP-CPF (WS-IND-B)
               MOVE WS-GRP-CPF (WS-IND-A)  TO    WS-CPF-MENOR
               MOVE WS-GRP-CPF (WS-IND-B)  TO    WS-CPF-MAIOR
           ELSE
               MOVE WS-GRP-CPF (WS-IND-B)  TO    WS-CPF-MENOR
               MOVE WS-GRP-CPF (WS-IND-A)  TO    WS-CPF-MAIOR
           END-IF.
           PERFORM 2500-VERIFICA-REJEITADO
               THRU 2500-99-VERIFICA-REJEITADO-EXIT.
           IF  WS-PAR-REJEITADO-SIM
               ADD  1                      TO    WS-PARES-REJEITADOS
               GO TO 2300-99-AVALIA-PAR-EXIT
           END-IF.

           ADD  1                          TO    WS-CANDIDATOS.
           MOVE 40                         TO    WS-PONTOS.
           IF  WS-GRP-CHAVE-COMPLETA (WS-IND-A)
                             EQUAL WS-GRP-CHAVE-COMPLETA (WS-IND-B)
               SET  WS-MESMO-NOME-SIM      TO    TRUE
               ADD  10                     TO    WS-PONTOS
           END-IF.
           IF  WS-MESMO-ENDERECO-SIM
               ADD  25                     TO    WS-PONTOS
           END-IF.
           IF  WS-MESMO-FONE-SIM
               ADD  25                     TO    WS-PONTOS
           END-IF.

           PERFORM 2400-ESCOLHE-SOBREVIVENTE
               THRU 2400-99-ESCOLHE-SOBREVIVENTE-EXIT.

           PERFORM 2600-IMPRIME-PAR  THRU  2600-99-IMPRIME-PAR-EXIT.

           IF  WS-PONTOS                   LESS  WS-LIMIAR
               ADD  1                      TO    WS-ABAIXO-LIMIAR
               GO TO 2300-99-AVALIA-PAR-EXIT
           END-IF.

           MOVE SPACES                     TO    REG-PRO.
           MOVE WS-GRP-CPF (WS-IND-SOBREVIVE) TO PRO-CPF-SOBREVIVE.
           MOVE WS-GRP-CPF (WS-IND-ABSORVIDO) TO PRO-CPF-ABSORVIDO.
           MOVE WS-PONTOS                  TO    PRO-PONTOS.
           WRITE REG-PRO.

           IF  WS-FS-PRO                   NOT EQUAL  '00'
               MOVE WS-FS-PRO              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR PROPOSTAS MRGPRO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO    WS-GRAVADOS-PRO.
      *----------------------------------------------------------------*
       2300-99-AVALIA-PAR-EXIT.            EXIT.
      *================================================================*
       2310-COMPARA-FONE                   SECTION.
      *================================================================*
           IF  WS-GRP-FONE (WS-IND-A WS-IND-FA) NOT EQUAL SPACES
           AND WS-GRP-FONE (WS-IND-A WS-IND-FA)
                            EQUAL WS-GRP-FONE (WS-IND-B WS-IND-FB)
               SET  WS-MESMO-FONE-SIM      TO    TRUE
           END-IF.
      *----------------------------------------------------------------*
       2310-99-COMPARA-FONE-EXIT.          EXIT.
      *================================================================*
       2400-ESCOLHE-SOBREVIVENTE           SECTION.
      *================================================================*
      * SOBREVIVE O CPF COM MAIS CONTAS; EMPATADOS, O DE CADASTRO MAIS *
      * RECENTE; AINDA EMPATADOS, O MENOR CPF (A VEM ANTES NO GRUPO).  *
      *----------------------------------------------------------------*
           MOVE WS-IND-A                   TO    WS-IND-SOBREVIVE.
           MOVE WS-IND-B                   TO    WS-IND-ABSORVIDO.

           IF  WS-GRP-QTDE-CONTAS (WS-IND-B)
                           GREATER WS-GRP-QTDE-CONTAS (WS-IND-A)
               MOVE WS-IND-B               TO    WS-IND-SOBREVIVE
               MOVE WS-IND-A               TO    WS-IND-ABSORVIDO
               GO TO 2400-99-ESCOLHE-SOBREVIVENTE-EXIT
           END-IF.

           IF  WS-GRP-QTDE-CONTAS (WS-IND-B)
                             EQUAL WS-GRP-QTDE-CONTAS (WS-IND-A)
           AND WS-GRP-DATA-ATUALIZA (WS-IND-B)
                           GREATER WS-GRP-DATA-ATUALIZA (WS-IND-A)
               MOVE WS-IND-B               TO    WS-IND-SOBREVIVE
               MOVE WS-IND-A               TO    WS-IND-ABSORVIDO
           END-IF.
      *----------------------------------------------------------------*
       2400-99-ESCOLHE-SOBREVIVENTE-EXIT.  EXIT.
      *================================================================*
       2500-VERIFICA-REJEITADO             SECTION.
      *================================================================*
           MOVE 'N'                        TO    WS-PAR-REJEITADO.

           PERFORM 2510-COMPARA-REJEITADO
               THRU 2510-99-COMPARA-REJEITADO-EXIT
                   VARYING WS-IND-REJ FROM 1 BY 1
                   UNTIL WS-IND-REJ GREATER WS-QTDE-REJ
                      OR WS-PAR-REJEITADO-SIM.
      *----------------------------------------------------------------*
       2500-99-VERIFICA-REJEITADO-EXIT.    EXIT.
      *================================================================*
       2510-COMPARA-REJEITADO              SECTION.
      *================================================================*
           IF  WS-REJ-MENOR (WS-IND-REJ)   EQUAL WS-CPF-MENOR
           AND WS-REJ-MAIOR (WS-IND-REJ)   EQUAL WS-CPF-MAIOR
               SET  WS-PAR-REJEITADO-SIM   TO    TRUE
           END-IF.
      *----------------------------------------------------------------*
       2510-99-COMPARA-REJEITADO-EXIT.     EXIT.
      *================================================================*
       2600-IMPRIME-PAR                    SECTION.
      *================================================================*
           MOVE 'SOBREVIVE'                TO    DETC-PAPEL.
           MOVE WS-IND-SOBREVIVE           TO    WS-IND-IMP.
           PERFORM 2610-IMPRIME-CLIENTE
               THRU 2610-99-IMPRIME-CLIENTE-EXIT.

           MOVE 'ABSORVIDO'                TO    DETC-PAPEL.
           MOVE WS-IND-ABSORVIDO           TO    WS-IND-IMP.
           PERFORM 2610-IMPRIME-CLIENTE
               THRU 2610-99-IMPRIME-CLIENTE-EXIT.

           MOVE SPACES                     TO    DETE-NOME-COMPLETO
                                                 DETE-ENDERECO
                                                 DETE-TELEFONE.
           IF  WS-MESMO-NOME-SIM
               MOVE 'NOME-CPL'             TO    DETE-NOME-COMPLETO
           END-IF.
           IF  WS-MESMO-ENDERECO-SIM
               MOVE 'ENDERECO'             TO    DETE-ENDERECO
           END-IF.
           IF  WS-MESMO-FONE-SIM
               MOVE 'TELEFONE'             TO    DETE-TELEFONE
           END-IF.
           MOVE WS-PONTOS                  TO    DETE-PONTOS.
           IF  WS-PONTOS                   LESS  WS-LIMIAR
               MOVE 'ABAIXO DO LIMIAR'     TO    DETE-SITUACAO
           ELSE
               MOVE 'FUSAO PROPOSTA'       TO    DETE-SITUACAO
           END-IF.
           WRITE REG-REL                   FROM  DET-EVIDENCIA.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.

           MOVE SPACES                     TO    REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
      *----------------------------------------------------------------*
       2600-99-IMPRIME-PAR-EXIT.           EXIT.
      *================================================================*
       2610-IMPRIME-CLIENTE                SECTION.
      *================================================================*
      * IMPRIME O CLIENTE DA POSICAO WS-IND-IMP DO GRUPO.              *
      *----------------------------------------------------------------*
           MOVE WS-GRP-CPF (WS-IND-IMP)       TO DETC-CPF.
           MOVE WS-GRP-NOME (WS-IND-IMP)      TO DETC-NOME.
           MOVE WS-DATA-NASCTO-GRUPO       TO    WS-DATA-AUX.
           MOVE WS-AUX-DIA                 TO    DETC-DIA.
           MOVE WS-AUX-MES                 TO    DETC-MES.
           MOVE WS-AUX-ANO                 TO    DETC-ANO.
           MOVE WS-GRP-QTDE-CONTAS (WS-IND-IMP)
                                           TO    DETC-CONTAS.
           WRITE REG-REL                   FROM  DET-CLIENTE.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
      *----------------------------------------------------------------*
       2610-99-IMPRIME-CLIENTE-EXIT.       EXIT.
      *================================================================*
       8000-FS-RELSUS                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELSUS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELSUS-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.

           MOVE 'CLIENTES COMPARADOS (PESSOA FISICA)....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-CLIENTES-AVALIADOS      TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'GRUPOS NOME+NASCIMENTO COMPARADOS......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-GRUPOS-COMPARADOS       TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'GRUPOS ACIMA DE 20 CLIENTES (NAO COMP.):'
                                           TO         LINT-DESCRICAO.
           MOVE WS-GRUPOS-EXCEDIDOS        TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PARES SEM ENDERECO/TELEFONE EM COMUM...:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PARES-SEM-EVIDENCIA     TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PARES JA REJEITADOS NA REVISAO.........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PARES-REJEITADOS        TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'CANDIDATOS ABAIXO DO LIMIAR............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ABAIXO-LIMIAR           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'FUSOES PROPOSTAS NO MRGPRO.............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-GRAVADOS-PRO            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELSUS  THRU 8000-99-FS-RELSUS-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           PERFORM 8500-TOTAIS             THRU  8500-99-TOTAIS-EXIT.

           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE SUSSRT  MRGPRO  RELSUS.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-PRO                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-PRO              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* DECISOES LIDAS MRGDEC =    ' WS-LIDOS-DEC.
           DISPLAY '*   APROVADAS           =    ' WS-DEC-APROVADAS.
           DISPLAY '*   INVALIDAS           =    ' WS-DEC-INVALIDAS.
           DISPLAY '* REJEICOES NOVAS MRGREJ=    ' WS-GRAVADOS-REJ.
           DISPLAY '* PARES NA MEMORIA REJ. =    ' WS-QTDE-REJ.
           DISPLAY '* LIDOS CADCLIM         =    ' WS-LIDOS-CLIM.
           DISPLAY '* DESPREZADOS CADCLIM   =    ' WS-DESPREZADOS-CLIM.
           DISPLAY '* CLIENTES COMPARADOS   =    '
                   WS-CLIENTES-AVALIADOS.
           DISPLAY '* LIDOS CADEND          =    ' WS-LIDOS-END.
           DISPLAY '* LIDOS TELOUTPT        =    ' WS-LIDOS-TEL.
           DISPLAY '* PARES AVALIADOS       =    ' WS-PARES-AVALIADOS.
           DISPLAY '* CANDIDATOS            =    ' WS-CANDIDATOS.
           DISPLAY '* FUSOES PROPOSTAS      =    ' WS-GRAVADOS-PRO.
           DISPLAY '* LIMIAR DE PONTOS      =    ' WS-LIMIAR.
           DISPLAY '* LINHAS RELSUS         =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-CLIM             TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-PRO           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB840S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
