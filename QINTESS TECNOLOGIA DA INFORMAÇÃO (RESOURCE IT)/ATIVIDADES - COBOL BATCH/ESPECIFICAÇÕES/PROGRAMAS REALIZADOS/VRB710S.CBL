      *   1. VALIDA O DIGITO VERIFICADOR DO CPF (ROTINA VRB660S);      *
      *   2. CONSULTA O MASTER SERASA - RESTRICAO COM DIVIDA ABERTA    *
      *      REPROVA A PROPOSTA;                                       *
      *   2A. CLIENTE JA PONTUADO NO SCORE INTERNO (SCOREMST, VRB806S) *
      *      NA FAIXA DE REPROVACAO DO PARMMST (DOMINIO 'SCORE', CHAVE *
      *      'FXREPROV', PADRAO 'E') REPROVA A PROPOSTA; CPF SEM SCORE *
      *      (CLIENTE NOVO) SEGUE;                                     *
      *   2B. TRIAGEM NAS LISTAS DE RESTRICAO PEP/SANCOES (ROTINA     *
      *      WLSCHK31, CPF E NOME, CORTE PARMMST 'PLD'/'CORTELST',     *
      *      PADRAO 85): SEM OCORRENCIA SEGUE; OCORRENCIA JA LIBERADA  *
      *      PELO COMPLIANCE (WLSHIT, VRB822S) SEGUE; CONFIRMADA       *
      *      REPROVA; QUALQUER OUTRA RETEM A PROPOSTA PARA APROVACAO   *
      *      DO COMPLIANCE, GRAVANDO A OCORRENCIA NO WLSOCO;           *
      *   3. GRAVA A CONTA NOVA NO VSAM CONTAS COM STATUS 'A';         *
      *      CONTA JA EXISTENTE (FILE STATUS 22) REPROVA A PROPOSTA.   *
      *   4. PROPOSTA APROVADA COM CPF DO INDICADOR (INDIQUE UM AMIGO) *
      *      TEM A INDICACAO CRITICADA: DIGITO (VRB660S), INDICADOR    *
      *      NO CADCLIM COM CONTA ATIVA NO CONTAS, INDICADO AINDA NAO  *
      *      CLIENTE, SEM AUTO-INDICACAO NEM CPFS UNIFICADOS PELO      *
      *      VRB789S (CPFXREF). INDICACAO VALIDA VAI AO CADASTRO       *
      *      ACUMULATIVO INDCAD PARA O BONUS DE PONTOS (VRB826S);      *
      *      INVALIDA SAI NO INDREJ COM O MOTIVO, SEM REPROVAR A CONTA.*
      * APROVADAS GERAM A CARTA DE BOAS-VINDAS NO ARQUIVO DE IMPRESSAO *
      * CARTBV; REPROVADAS SAEM NO ARQUIVO PROPDEC COM O MOTIVO.       *
      *----------------------------------------------------------------*
      *                                   CTAAGE (ACUMULATIVO) PARA O  *
      *                                   RELATORIO DE DESEMPENHO POR  *
      *                                   AGENCIA (VRB786S)            *
      *  15/10/2026 HUGO SAMPAIO          REPROVA POR FAIXA DO SCORE   *
      *                                   INTERNO (SCOREMST)           *
      *  15/10/2026 HUGO SAMPAIO          TRIAGEM PEP/SANCOES VIA      *
      *                                   WLSCHK31, RETENDO A PROPOSTA *
      *                                   NO WLSOCO PARA O COMPLIANCE  *
      *  15/10/2026 HUGO SAMPAIO          PROPOST DE 60 PARA 80        *
      *                                   POSICOES COM O CPF DO        *
      *                                   INDICADOR; INDICACAO VALIDA  *
      *                                   GRAVADA NO INDCAD E          *
      *                                   INVALIDA NO INDREJ           *
      *  15/10/2026 HUGO SAMPAIO          WLSOCO DE 120 PARA 131       *
      *                                   POSICOES COM O CPF DO        *
      *                                   INDICADOR DA PROPOSTA RETIDA *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT SERASA         ASSIGN TO SERASA
           FILE STATUS           IS        WS-FS-SER.
      *----------------------------------------------------------------*
           SELECT SCOREMST       ASSIGN TO SCOREMST
           FILE STATUS           IS        WS-FS-SCO.
      *----------------------------------------------------------------*
           SELECT WLSHIT         ASSIGN TO WLSHIT
           FILE STATUS           IS        WS-FS-HIT.
      *----------------------------------------------------------------*
           SELECT WLSOCO         ASSIGN TO WLSOCO
           FILE STATUS           IS        WS-FS-OCO.
      *----------------------------------------------------------------*
           SELECT CONTAS         ASSIGN TO CONTAS
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CONTA-VSAM
           FILE STATUS           IS        WS-FS-VSAM.
      *----------------------------------------------------------------*
           SELECT CADCLIM        ASSIGN TO CADCLIM
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CLIM-CHAVE
           FILE STATUS           IS        WS-FS-CLIM.
      *----------------------------------------------------------------*
           SELECT CPFXREF        ASSIGN TO CPFXREF
           FILE STATUS           IS        WS-FS-XRF.
      *----------------------------------------------------------------*
           SELECT INDCAD         ASSIGN TO INDCAD
           FILE STATUS           IS        WS-FS-IND.
      *----------------------------------------------------------------*
           SELECT INDREJ         ASSIGN TO INDREJ
           FILE STATUS           IS        WS-FS-IRJ.
      *----------------------------------------------------------------*
           SELECT CARTBV         ASSIGN TO CARTBV
           FILE STATUS           IS        WS-FS-BV.
       FD  PROPOST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRO.

       01  REG-PRO.
           05 PRO-CONTA                    PIC 9(10).
           05 PRO-AGENCIA                  PIC 9(04).
           05 FILLER                       PIC X(05).
      *    CPF DE QUEM INDICOU O CLIENTE (BRANCOS/ZEROS = SEM INDICACAO)
           05 PRO-CPF-INDICADOR            PIC 9(11).
           05 PRO-CPF-INDICADOR-X REDEFINES PRO-CPF-INDICADOR
                                           PIC X(11).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  SERASA
           LABEL       RECORD   STANDARD
           05 NOME-CLIENTE-SER             PIC X(30).
           05 TOTAL-DIVIDA-SER             PIC 9(15)V99.
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  SCOREMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SCO.

       01  REG-SCO.
           05 SCO-CPF                      PIC 9(11).
           05 SCO-ANOMES                   PIC 9(06).
           05 SCO-PONTUACAO                PIC 9(03).
           05 SCO-FAIXA                    PIC X(01).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
      *   OCORRENCIAS EM LISTAS JA REGISTRADAS (VRB822S), POR CPF      *
      *----------------------------------------------------------------*
       FD  WLSHIT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-HIT.

       01  REG-HIT.
           05 HIT-CHAVE.
              10 HIT-CPF                   PIC 9(11).
              10 HIT-CHAVE-LISTA           PIC X(16).
           05 FILLER                       PIC X(99).
           05 HIT-SITUACAO                 PIC X(01).
           05 FILLER                       PIC X(73).
      *----------------------------------------------------------------*
      *   PROPOSTAS RETIDAS PELA TRIAGEM NAS LISTAS                    *
      *----------------------------------------------------------------*
       FD  WLSOCO
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
           05 OCO-CPF-INDICADOR-X REDEFINES OCO-CPF-INDICADOR
                                           PIC X(11).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  CONTAS
           RECORD      CONTAINS 60 CHARACTERS
           05 NOME-CLIENTE-VSAM            PIC X(30).
           05 STATUS-VSAM                  PIC X(01).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
      *   CADASTRO DE CLIENTES (PRINCIPAL SEQ 00 + CONTINUACOES)       *
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
      *   CRUZAMENTO DE CPFS UNIFICADOS (VRB789S)                      *
      *----------------------------------------------------------------*
       FD  CPFXREF
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-XRF.

       01  REG-XRF.
           05 XRF-CPF-ABSORVIDO            PIC 9(11).
           05 XRF-CPF-SOBREVIVE            PIC 9(11).
           05 XRF-DATA-FUSAO               PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   CADASTRO ACUMULATIVO DAS INDICACOES ACEITAS (VRB826S)        *
      *----------------------------------------------------------------*
       FD  INDCAD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-IND.

       01  REG-IND.
           05 IND-CPF-NOVO                 PIC 9(11).
           05 IND-CONTA                    PIC 9(10).
           05 IND-CPF-INDICADOR            PIC 9(11).
           05 IND-DATA-ABERTURA            PIC 9(08).
           05 IND-AGENCIA                  PIC 9(04).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
      *   INDICACOES RECUSADAS (A CONTA FOI ABERTA, O BONUS NAO)       *
      *----------------------------------------------------------------*
       FD  INDREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-IRJ.

       01  REG-IRJ.
           05 IRJ-CPF-NOVO                 PIC 9(11).
           05 IRJ-CONTA                    PIC 9(10).
           05 IRJ-CPF-INDICADOR            PIC X(11).
           05 IRJ-MOTIVO                   PIC X(30).
           05 IRJ-DATA                     PIC 9(08).
           05 IRJ-AGENCIA                  PIC 9(04).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  CARTBV
           LABEL       RECORD IS OMITTED.
       77  WS-FS-DEC                       PIC X(02)     VALUE '00'.
       77  WS-FS-ABE                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTG                       PIC X(02)     VALUE '00'.
       77  WS-FS-SCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIT                       PIC X(02)     VALUE '00'.
       77  WS-FS-OCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-CLIM                      PIC X(02)     VALUE '00'.
       77  WS-FS-XRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-IND                       PIC X(02)     VALUE '00'.
       77  WS-FS-IRJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CPF-SER                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-SCO                      PIC X(11)     VALUE ZEROS.
       77  WS-SCO-ABERTO                   PIC X(01)     VALUE 'N'.
       77  WS-CPF-HIT                      PIC X(11)     VALUE ZEROS.
       77  WS-HIT-ABERTO                   PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-PRO                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SER                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SCO                    PIC 9(07)     VALUE ZEROS.
       77  WS-REPROV-SCORE                 PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-HIT                    PIC 9(07)     VALUE ZEROS.
       77  WS-RETIDAS-PLD                  PIC 9(07)     VALUE ZEROS.
       77  WS-REPROV-PLD                   PIC 9(07)     VALUE ZEROS.
       77  WS-LIBERADAS-PLD                PIC 9(07)     VALUE ZEROS.
       77  WS-APROVADAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-REPROVADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-BV                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ABE                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTG                 PIC 9(07)     VALUE ZEROS.
       77  WS-INDICACOES-OK                PIC 9(07)     VALUE ZEROS.
       77  WS-INDICACOES-REJ               PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
           05 WS-CPF-PARM-CPF              PIC 9(11).
           05 WS-CPF-PARM-SIT              PIC X(01).
      *----------------------------------------------------------------*
      *          FAIXA DE REPROVACAO DO SCORE INTERNO (PARGET31)       *
      *----------------------------------------------------------------*
       77  WS-FAIXA-REPROVA                PIC X(01)     VALUE 'E'.
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
       01  WS-MOTIVO-SCORE.
           05 FILLER                       PIC X(24)  VALUE
                  'SCORE INTERNO NA FAIXA '.
           05 WS-MOTIVO-FAIXA              PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(05)  VALUE SPACES.
      *----------------------------------------------------------------*
      *          TRIAGEM NAS LISTAS DE RESTRICAO (WLSCHK31)            *
      *----------------------------------------------------------------*
       77  WS-NOTA-CORTE                   PIC 9(03)     VALUE 85.
       77  WS-WLSCHK                       PIC X(08)   VALUE 'WLSCHK31'.
       01  WS-WLS-PARM.
           05 WS-WLS-CPF                   PIC 9(11).
           05 WS-WLS-NOME                  PIC X(30).
           05 WS-WLS-CORTE                 PIC 9(03).
           05 WS-WLS-NOTA                  PIC 9(03).
           05 WS-WLS-CHAVE-LISTA           PIC X(16).
           05 WS-WLS-NOME-LISTA            PIC X(30).
           05 WS-WLS-RETORNO               PIC X(01).
       77  WS-RESULTADO-PLD                PIC X(01)     VALUE 'A'.
           88 WS-PLD-SEGUE                               VALUE 'A'.
       77  WS-SITUACAO-HIT                 PIC X(01)     VALUE SPACES.
      *    OCORRENCIAS REGISTRADAS DO CPF DA PROPOSTA CORRENTE
       77  WS-CPF-TAB-HIT                  PIC X(11)     VALUE SPACES.
       77  WS-QTDE-HIT                     PIC 9(03)   VALUE ZEROS
                                            COMP.
       77  WS-IND-HIT                      PIC 9(03)   VALUE ZEROS
                                            COMP.
       01  WS-TAB-HIT.
           05 WS-HIT-ITEM                  OCCURS 20 TIMES.
              10 WS-HIT-CHAVE-LISTA        PIC X(16).
              10 WS-HIT-SITUACAO           PIC X(01).
      *----------------------------------------------------------------*
      *          INDICACAO (INDIQUE UM AMIGO) DA PROPOSTA CORRENTE     *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-IND                   PIC X(30)     VALUE SPACES.
       77  WS-CPF-CONSULTA                 PIC 9(11)     VALUE ZEROS.
       77  WS-SEQ-CLIM                     PIC 9(02)     VALUE ZEROS.
       77  WS-IND-CTA                      PIC 9(01)     VALUE ZEROS.
       77  WS-ACHOU-CLIM                   PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-CLIM-SIM                          VALUE 'S'.
       77  WS-CONTA-ATIVA                  PIC X(01)     VALUE 'N'.
           88 WS-CONTA-ATIVA-SIM                         VALUE 'S'.
       77  WS-CPF-RESOLVE                  PIC 9(11)     VALUE ZEROS.
       77  WS-SOBREVIVE-NOVO               PIC 9(11)     VALUE ZEROS.
       77  WS-SOBREVIVE-IND                PIC 9(11)     VALUE ZEROS.
       77  WS-PASSOS-FUSAO                 PIC 9(02)     VALUE ZEROS.
       77  WS-FUSAO-ACHOU                  PIC X(01)     VALUE 'N'.
      *    CRUZAMENTO CPFXREF CARREGADO NA INICIALIZACAO
       77  WS-QTDE-XRF                     PIC 9(05)   VALUE ZEROS
                                            COMP.
       77  WS-IND-XRF                      PIC 9(05)   VALUE ZEROS
                                            COMP.
       01  WS-TAB-XRF.
           05 WS-XRF-ITEM                  OCCURS 5000 TIMES.
              10 WS-XRF-ABSORVIDO          PIC 9(11).
              10 WS-XRF-SOBREVIVE          PIC 9(11).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
                 PERFORM 9999-CANCELA
           END-IF.

      * INDICACOES ACEITAS: ACUMULATIVO, CRIADO NA PRIMEIRA VEZ.
           OPEN  EXTEND                    INDCAD.
           IF    WS-FS-IND                 NOT EQUAL  '00'
                 OPEN OUTPUT               INDCAD
           END-IF.
           IF    WS-FS-IND                 NOT EQUAL  '00'
                 MOVE WS-FS-IND            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO INDCAD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    INDREJ.
           IF    WS-FS-IRJ                 NOT EQUAL  '00'
                 MOVE WS-FS-IRJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO INDREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADCLIM.
           IF    WS-FS-CLIM                NOT EQUAL  '00'
                 MOVE WS-FS-CLIM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1070-CARREGA-CPFXREF
               THRU 1070-99-CARREGA-CPFXREF-EXIT.

           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

      * SCORE INTERNO AINDA NAO APURADO (35): NINGUEM REPROVA POR SCORE.
           OPEN  INPUT                     SCOREMST.
           IF    WS-FS-SCO                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CPF-SCO
           ELSE
                 IF  WS-FS-SCO             NOT EQUAL  '00'
                     MOVE WS-FS-SCO        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER SCOREMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-SCO-ABERTO
                 PERFORM 1300-LER-SCOREMST
                     THRU 1300-99-LER-SCOREMST-EXIT
           END-IF.

           PERFORM 1050-FAIXA-REPROVA THRU 1050-99-FAIXA-REPROVA-EXIT.

      * SEM OCORRENCIAS REGISTRADAS AINDA (35): TODA OCORRENCIA RETEM.
           OPEN  INPUT                     WLSHIT.
           IF    WS-FS-HIT                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CPF-HIT
           ELSE
                 IF  WS-FS-HIT             NOT EQUAL  '00'
                     MOVE WS-FS-HIT        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER WLSHIT'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-HIT-ABERTO
                 PERFORM 1400-LER-WLSHIT
                     THRU 1400-99-LER-WLSHIT-EXIT
           END-IF.

           OPEN  OUTPUT                    WLSOCO.
           IF    WS-FS-OCO                 NOT EQUAL  '00'
                 MOVE WS-FS-OCO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO WLSOCO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1060-NOTA-CORTE    THRU 1060-99-NOTA-CORTE-EXIT.

           PERFORM 1100-LER-PROPOST  THRU  1100-99-LER-PROPOST-EXIT.
           PERFORM 1200-LER-SERASA   THRU  1200-99-LER-SERASA-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-FAIXA-REPROVA                  SECTION.
      *================================================================*
      * FAIXA DO SCORE QUE REPROVA, VIGENTE NA DATA DO PROCESSAMENTO.  *
      * SEM LINHA EM VIGOR ('V') FICA A FAIXA 'E'.                     *
      *----------------------------------------------------------------*
           MOVE '1050-FAIXA-REPROVA'       TO         WS-CODIGO-AREA.

           MOVE 'SCORE   '                 TO         WS-PGT-DOMINIO.
           MOVE 'FXREPROV'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:1)  LESS       'A'
                   OR  WS-PGT-VALOR (1:1)  GREATER    'E'
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'FAIXA DE REPROVACAO DO SCORE INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:1) TO         WS-FAIXA-REPROVA
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1050-99-FAIXA-REPROVA-EXIT.         EXIT.
      *================================================================*
       1060-NOTA-CORTE                     SECTION.
      *================================================================*
      * NOTA MINIMA DE SEMELHANCA NAS LISTAS DE RESTRICAO, VIGENTE NA  *
      * DATA; SEM LINHA EM VIGOR ('V') FICA 85.                        *
      *----------------------------------------------------------------*
           MOVE '1060-NOTA-CORTE'          TO         WS-CODIGO-AREA.

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
       1060-99-NOTA-CORTE-EXIT.            EXIT.
      *================================================================*
       1070-CARREGA-CPFXREF                SECTION.
      *================================================================*
      * CRUZAMENTO DOS CPFS UNIFICADOS PELO VRB789S (ABSORVIDO ->      *
      * SOBREVIVENTE); SEM NENHUMA FUSAO AINDA (35) A TABELA FICA      *
      * VAZIA.                                                         *
      *----------------------------------------------------------------*
           MOVE '1070-CARREGA-CPFXREF'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CPFXREF.
           IF    WS-FS-XRF                 EQUAL      '35'
                 GO TO 1070-99-CARREGA-CPFXREF-EXIT
           END-IF.
           IF    WS-FS-XRF                 NOT EQUAL  '00'
                 MOVE WS-FS-XRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRUZAMENTO CPFXREF'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1080-LER-CPFXREF
               THRU 1080-99-LER-CPFXREF-EXIT
                   UNTIL WS-FS-XRF         EQUAL '10'.

           CLOSE CPFXREF.
      *----------------------------------------------------------------*
       1070-99-CARREGA-CPFXREF-EXIT.       EXIT.
      *================================================================*
       1080-LER-CPFXREF                    SECTION.
      *================================================================*
           READ  CPFXREF.

           IF  WS-FS-XRF   NOT EQUAL '00'
           AND WS-FS-XRF   NOT EQUAL '10'
               MOVE WS-FS-XRF              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRUZAMENTO CPFXREF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-XRF                   EQUAL      '00'
               IF  WS-QTDE-XRF             EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'TABELA DO CPFXREF ESTOUROU (MAX 5000)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-XRF
               MOVE XRF-CPF-ABSORVIDO
                              TO  WS-XRF-ABSORVIDO (WS-QTDE-XRF)
               MOVE XRF-CPF-SOBREVIVE
                              TO  WS-XRF-SOBREVIVE (WS-QTDE-XRF)
           END-IF.
      *----------------------------------------------------------------*
       1080-99-LER-CPFXREF-EXIT.           EXIT.
      *================================================================*
       1100-LER-PROPOST                    SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-SERASA-EXIT.            EXIT.
      *================================================================*
       1300-LER-SCOREMST                   SECTION.
      *================================================================*
           MOVE '1300-LER-SCOREMST'        TO         WS-CODIGO-AREA.

           READ SCOREMST.

           IF  WS-FS-SCO   NOT EQUAL '00'
           AND WS-FS-SCO   NOT EQUAL '10'
               MOVE WS-FS-SCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SCOREMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SCO                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-SCO
           ELSE
               MOVE SCO-CPF                TO         WS-CPF-SCO
               ADD  1                      TO         WS-LIDOS-SCO
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-SCOREMST-EXIT.          EXIT.
      *================================================================*
       1400-LER-WLSHIT                     SECTION.
      *================================================================*
           MOVE '1400-LER-WLSHIT'          TO         WS-CODIGO-AREA.

           READ WLSHIT.

           IF  WS-FS-HIT   NOT EQUAL '00'
           AND WS-FS-HIT   NOT EQUAL '10'
               MOVE WS-FS-HIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER WLSHIT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-HIT
           ELSE
               MOVE HIT-CPF                TO         WS-CPF-HIT
               ADD  1                      TO         WS-LIDOS-HIT
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-WLSHIT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
               GO TO 2000-50-PROXIMA
           END-IF.

           PERFORM 2200-AVANCA-SCORE
               THRU 2200-99-AVANCA-SCORE-EXIT
                   UNTIL WS-CPF-SCO    NOT LESS       PRO-CPF.

           IF  WS-CPF-SCO                  EQUAL      PRO-CPF
           AND SCO-FAIXA                   EQUAL      WS-FAIXA-REPROVA
               MOVE SCO-FAIXA              TO         WS-MOTIVO-FAIXA
               MOVE WS-MOTIVO-SCORE        TO         DEC-MOTIVO
               PERFORM 2800-GRAVA-DECLINIO
                   THRU 2800-99-GRAVA-DECLINIO-EXIT
               ADD  1                      TO         WS-REPROV-SCORE
               GO TO 2000-50-PROXIMA
           END-IF.

           PERFORM 2300-TRIAGEM-LISTAS
               THRU 2300-99-TRIAGEM-LISTAS-EXIT.
           IF  NOT WS-PLD-SEGUE
               GO TO 2000-50-PROXIMA
           END-IF.

           PERFORM 2500-INCLUI-CONTA
               THRU 2500-99-INCLUI-CONTA-EXIT.

           PERFORM 1200-LER-SERASA   THRU  1200-99-LER-SERASA-EXIT.
      *----------------------------------------------------------------*
       2100-99-AVANCA-SERASA-EXIT.         EXIT.
      *================================================================*
       2200-AVANCA-SCORE                   SECTION.
      *================================================================*
           PERFORM 1300-LER-SCOREMST THRU  1300-99-LER-SCOREMST-EXIT.
      *----------------------------------------------------------------*
       2200-99-AVANCA-SCORE-EXIT.          EXIT.
      *================================================================*
       2300-TRIAGEM-LISTAS                 SECTION.
      *================================================================*
      * A MELHOR OCORRENCIA DA ROTINA WLSCHK31 EH PROCURADA ENTRE AS   *
      * JA REGISTRADAS DO CPF: LIBERADA ('L') SEGUE, CONFIRMADA ('C')  *
      * REPROVA, PENDENTE OU NOVA RETEM A PROPOSTA NO WLSOCO. SEM AS   *
      * LISTAS (RETORNO 'E') O LOTE CANCELA - A TRIAGEM EH OBRIGATORIA.*
      *----------------------------------------------------------------*
           MOVE '2300-TRIAGEM-LISTAS'      TO         WS-CODIGO-AREA.
           MOVE 'A'                        TO         WS-RESULTADO-PLD.

           MOVE PRO-CPF                    TO         WS-WLS-CPF.
           MOVE PRO-NOME                   TO         WS-WLS-NOME.
           MOVE WS-NOTA-CORTE              TO         WS-WLS-CORTE.
           CALL WS-WLSCHK                  USING      WS-WLS-PARM.

           IF  WS-WLS-RETORNO              EQUAL      'N'
               GO TO 2300-99-TRIAGEM-LISTAS-EXIT
           END-IF.

           IF  WS-WLS-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LISTAS DE RESTRICAO WLSMST INDISPONIVEIS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2400-AVANCA-HIT
               THRU 2400-99-AVANCA-HIT-EXIT
                   UNTIL WS-CPF-HIT    NOT LESS       PRO-CPF.

           IF  WS-CPF-TAB-HIT              NOT EQUAL  PRO-CPF
               MOVE PRO-CPF                TO         WS-CPF-TAB-HIT
               MOVE ZEROS                  TO         WS-QTDE-HIT
               PERFORM 2310-GUARDA-HIT
                   THRU 2310-99-GUARDA-HIT-EXIT
                       UNTIL WS-CPF-HIT NOT EQUAL     PRO-CPF
           END-IF.

           MOVE SPACES                     TO         WS-SITUACAO-HIT.
           PERFORM 2320-PROCURA-HIT
               THRU 2320-99-PROCURA-HIT-EXIT
                   VARYING WS-IND-HIT FROM 1 BY 1
                   UNTIL WS-IND-HIT GREATER WS-QTDE-HIT.

           IF  WS-SITUACAO-HIT             EQUAL      'L'
               ADD  1                      TO         WS-LIBERADAS-PLD
               GO TO 2300-99-TRIAGEM-LISTAS-EXIT
           END-IF.

           IF  WS-SITUACAO-HIT             EQUAL      'C'
               MOVE 'R'                    TO         WS-RESULTADO-PLD
               MOVE 'RESTRICAO PLD CONFIRMADA'
                                           TO         DEC-MOTIVO
               PERFORM 2800-GRAVA-DECLINIO
                   THRU 2800-99-GRAVA-DECLINIO-EXIT
               ADD  1                      TO         WS-REPROV-PLD
               GO TO 2300-99-TRIAGEM-LISTAS-EXIT
           END-IF.

           MOVE 'T'                        TO         WS-RESULTADO-PLD.
           PERFORM 2350-GRAVA-OCORRENCIA
               THRU 2350-99-GRAVA-OCORRENCIA-EXIT.
      *----------------------------------------------------------------*
       2300-99-TRIAGEM-LISTAS-EXIT.        EXIT.
      *================================================================*
       2310-GUARDA-HIT                     SECTION.
      *================================================================*
           IF  WS-QTDE-HIT                 LESS       20
               ADD  1                      TO         WS-QTDE-HIT
               MOVE HIT-CHAVE-LISTA
                              TO  WS-HIT-CHAVE-LISTA (WS-QTDE-HIT)
               MOVE HIT-SITUACAO
                              TO  WS-HIT-SITUACAO    (WS-QTDE-HIT)
           END-IF.
           PERFORM 1400-LER-WLSHIT   THRU  1400-99-LER-WLSHIT-EXIT.
      *----------------------------------------------------------------*
       2310-99-GUARDA-HIT-EXIT.            EXIT.
      *================================================================*
       2320-PROCURA-HIT                    SECTION.
      *================================================================*
           IF  WS-HIT-CHAVE-LISTA (WS-IND-HIT)
                                           EQUAL      WS-WLS-CHAVE-LISTA
               MOVE WS-HIT-SITUACAO (WS-IND-HIT)
                                           TO         WS-SITUACAO-HIT
           END-IF.
      *----------------------------------------------------------------*
       2320-99-PROCURA-HIT-EXIT.           EXIT.
      *================================================================*
       2350-GRAVA-OCORRENCIA               SECTION.
      *================================================================*
           MOVE '2350-GRAVA-OCORRENCIA'    TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-OCO.
           MOVE PRO-CPF                    TO         OCO-CPF.
           MOVE WS-WLS-CHAVE-LISTA         TO         OCO-CHAVE-LISTA.
           MOVE 'A'                        TO         OCO-ORIGEM.
           MOVE WS-DATA-HOJE               TO         OCO-DATA.
           MOVE WS-WLS-NOTA                TO         OCO-NOTA.
           MOVE PRO-NOME                   TO         OCO-NOME.
           MOVE WS-WLS-NOME-LISTA          TO         OCO-NOME-LISTA.
           MOVE PRO-CONTA                  TO         OCO-CONTA.
           MOVE PRO-AGENCIA                TO         OCO-AGENCIA.
           MOVE ZEROS                      TO         OCO-VERSAO.
           MOVE PRO-CPF-INDICADOR-X
                                           TO    OCO-CPF-INDICADOR-X.
           WRITE REG-OCO.

           IF  WS-FS-OCO                   NOT EQUAL  '00'
               MOVE WS-FS-OCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO WLSOCO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-RETIDAS-PLD.
      *----------------------------------------------------------------*
       2350-99-GRAVA-OCORRENCIA-EXIT.      EXIT.
      *================================================================*
       2400-AVANCA-HIT                     SECTION.
      *================================================================*
           PERFORM 1400-LER-WLSHIT   THRU  1400-99-LER-WLSHIT-EXIT.
      *----------------------------------------------------------------*
       2400-99-AVANCA-HIT-EXIT.            EXIT.
      *================================================================*
       2500-INCLUI-CONTA                   SECTION.
      *================================================================*
               THRU 2550-99-GRAVA-ABERTURA-EXIT.
           PERFORM 2600-CARTA-BOAS-VINDAS
               THRU 2600-99-CARTA-BOAS-VINDAS-EXIT.

           IF  PRO-CPF-INDICADOR-X         NOT EQUAL  SPACES
           AND PRO-CPF-INDICADOR-X         NOT EQUAL  ZEROS
               PERFORM 2650-INDICACAO
                   THRU 2650-99-INDICACAO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2500-99-INCLUI-CONTA-EXIT.          EXIT.
      *================================================================*
           PERFORM 2900-FS-CARTBV THRU 2900-99-FS-CARTBV-EXIT.
      *----------------------------------------------------------------*
       2600-99-CARTA-BOAS-VINDAS-EXIT.     EXIT.
      *================================================================*
       2650-INDICACAO                      SECTION.
      *================================================================*
      * CRITICA A INDICACAO DA PROPOSTA JA APROVADA. QUALQUER FALHA    *
      * SO RECUSA A INDICACAO (INDREJ) - A CONTA NOVA FICA ABERTA.     *
      *----------------------------------------------------------------*
           MOVE '2650-INDICACAO'           TO         WS-CODIGO-AREA.
           MOVE SPACES                     TO         WS-MOTIVO-IND.

           IF  PRO-CPF-INDICADOR           NOT NUMERIC
               MOVE 'CPF DO INDICADOR INVALIDO'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

           MOVE PRO-CPF-INDICADOR          TO         WS-CPF-PARM-CPF.
           CALL 'VRB660S'                  USING      WS-CPF-PARM.
           IF  WS-CPF-PARM-SIT             EQUAL      'N'
               MOVE 'CPF DO INDICADOR INVALIDO'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

           IF  PRO-CPF-INDICADOR           EQUAL      PRO-CPF
               MOVE 'AUTO-INDICACAO NAO PERMITIDA'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

      * A MESMA PESSOA SOB DOIS CPFS UNIFICADOS NAO INDICA A SI MESMA.
           MOVE PRO-CPF                    TO         WS-CPF-RESOLVE.
           PERFORM 2680-RESOLVE-FUSAO
               THRU 2680-99-RESOLVE-FUSAO-EXIT.
           MOVE WS-CPF-RESOLVE             TO         WS-SOBREVIVE-NOVO.
           MOVE PRO-CPF-INDICADOR          TO         WS-CPF-RESOLVE.
           PERFORM 2680-RESOLVE-FUSAO
               THRU 2680-99-RESOLVE-FUSAO-EXIT.
           MOVE WS-CPF-RESOLVE             TO         WS-SOBREVIVE-IND.
           IF  WS-SOBREVIVE-NOVO           EQUAL      WS-SOBREVIVE-IND
               MOVE 'CPFS UNIFICADOS (VRB789S)'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

      * O BONUS EH PARA QUEM TRAZ CLIENTE NOVO.
           MOVE PRO-CPF                    TO         WS-CPF-CONSULTA.
           MOVE ZEROS                      TO         WS-SEQ-CLIM.
           PERFORM 2700-LE-CLIENTE THRU 2700-99-LE-CLIENTE-EXIT.
           IF  WS-ACHOU-CLIM-SIM
               MOVE 'INDICADO JA EH CLIENTE'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

           MOVE PRO-CPF-INDICADOR          TO         WS-CPF-CONSULTA.
           MOVE ZEROS                      TO         WS-SEQ-CLIM.
           PERFORM 2700-LE-CLIENTE THRU 2700-99-LE-CLIENTE-EXIT.
           IF  NOT WS-ACHOU-CLIM-SIM
               MOVE 'INDICADOR NAO CADASTRADO'
                                           TO         WS-MOTIVO-IND
               GO TO 2650-80-DESTINO
           END-IF.

           PERFORM 2710-CONTA-ATIVA THRU 2710-99-CONTA-ATIVA-EXIT.
           IF  NOT WS-CONTA-ATIVA-SIM
               MOVE 'INDICADOR SEM CONTA ATIVA'
                                           TO         WS-MOTIVO-IND
           END-IF.

       2650-80-DESTINO.
           IF  WS-MOTIVO-IND               EQUAL      SPACES
               PERFORM 2660-GRAVA-INDICACAO
                   THRU 2660-99-GRAVA-INDICACAO-EXIT
           ELSE
               PERFORM 2670-REJEITA-INDICACAO
                   THRU 2670-99-REJEITA-INDICACAO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2650-99-INDICACAO-EXIT.             EXIT.
      *================================================================*
       2660-GRAVA-INDICACAO                SECTION.
      *================================================================*
           MOVE '2660-GRAVA-INDICACAO'     TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-IND.
           MOVE PRO-CPF                    TO         IND-CPF-NOVO.
           MOVE PRO-CONTA                  TO         IND-CONTA.
           MOVE PRO-CPF-INDICADOR          TO         IND-CPF-INDICADOR.
           MOVE WS-DATA-HOJE               TO         IND-DATA-ABERTURA.
           MOVE PRO-AGENCIA                TO         IND-AGENCIA.
           WRITE REG-IND.

           IF  WS-FS-IND                   NOT EQUAL  '00'
               MOVE WS-FS-IND              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CADASTRO INDCAD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-INDICACOES-OK.
      *----------------------------------------------------------------*
       2660-99-GRAVA-INDICACAO-EXIT.       EXIT.
      *================================================================*
       2670-REJEITA-INDICACAO              SECTION.
      *================================================================*
           MOVE '2670-REJEITA-INDICACAO'   TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-IRJ.
           MOVE PRO-CPF                    TO         IRJ-CPF-NOVO.
           MOVE PRO-CONTA                  TO         IRJ-CONTA.
           MOVE PRO-CPF-INDICADOR-X        TO         IRJ-CPF-INDICADOR.
           MOVE WS-MOTIVO-IND              TO         IRJ-MOTIVO.
           MOVE WS-DATA-HOJE               TO         IRJ-DATA.
           MOVE PRO-AGENCIA                TO         IRJ-AGENCIA.
           WRITE REG-IRJ.

           IF  WS-FS-IRJ                   NOT EQUAL  '00'
               MOVE WS-FS-IRJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO INDREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-INDICACOES-REJ.
      *----------------------------------------------------------------*
       2670-99-REJEITA-INDICACAO-EXIT.     EXIT.
      *================================================================*
       2680-RESOLVE-FUSAO                  SECTION.
      *================================================================*
      * SEGUE O CPFXREF ATE O CPF SOBREVIVENTE (UMA FUSAO PODE         *
      * ENCADEAR EM OUTRA); DEVOLVE EM WS-CPF-RESOLVE.                 *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-PASSOS-FUSAO.
           MOVE 'S'                        TO         WS-FUSAO-ACHOU.

           PERFORM 2685-PASSO-FUSAO
               THRU 2685-99-PASSO-FUSAO-EXIT
                   UNTIL WS-FUSAO-ACHOU    EQUAL      'N'
                      OR WS-PASSOS-FUSAO   GREATER    10.
      *----------------------------------------------------------------*
       2680-99-RESOLVE-FUSAO-EXIT.         EXIT.
      *================================================================*
       2685-PASSO-FUSAO                    SECTION.
      *================================================================*
           MOVE 'N'                        TO         WS-FUSAO-ACHOU.
           ADD  1                          TO         WS-PASSOS-FUSAO.

           PERFORM 2690-PROCURA-FUSAO
               THRU 2690-99-PROCURA-FUSAO-EXIT
                   VARYING WS-IND-XRF FROM 1 BY 1
                   UNTIL WS-IND-XRF GREATER WS-QTDE-XRF
                      OR WS-FUSAO-ACHOU    EQUAL      'S'.
      *----------------------------------------------------------------*
       2685-99-PASSO-FUSAO-EXIT.           EXIT.
      *================================================================*
       2690-PROCURA-FUSAO                  SECTION.
      *================================================================*
           IF  WS-XRF-ABSORVIDO (WS-IND-XRF) EQUAL    WS-CPF-RESOLVE
               MOVE WS-XRF-SOBREVIVE (WS-IND-XRF)
                                           TO         WS-CPF-RESOLVE
               MOVE 'S'                    TO         WS-FUSAO-ACHOU
           END-IF.
      *----------------------------------------------------------------*
       2690-99-PROCURA-FUSAO-EXIT.         EXIT.
      *================================================================*
       2700-LE-CLIENTE                     SECTION.
      *================================================================*
           MOVE WS-CPF-CONSULTA            TO         CLIM-CPF.
           MOVE WS-SEQ-CLIM                TO         CLIM-SEQ.
           READ  CADCLIM.

           IF  WS-FS-CLIM                  EQUAL      '00'
               MOVE 'S'                    TO         WS-ACHOU-CLIM
           ELSE
               IF  WS-FS-CLIM              EQUAL      '23'
                   MOVE 'N'                TO         WS-ACHOU-CLIM
               ELSE
                   MOVE WS-FS-CLIM         TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2700-99-LE-CLIENTE-EXIT.            EXIT.
      *================================================================*
       2710-CONTA-ATIVA                    SECTION.
      *================================================================*
      * VARRE AS CONTAS DO INDICADOR NO PRINCIPAL E NAS CONTINUACOES   *
      * DO CADCLIM ATE ACHAR UMA COM STATUS 'A' NO VSAM CONTAS.        *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-CONTA-ATIVA.

           PERFORM 2720-VARRE-CLIENTE
               THRU 2720-99-VARRE-CLIENTE-EXIT
                   UNTIL NOT WS-ACHOU-CLIM-SIM
                      OR WS-CONTA-ATIVA-SIM.
      *----------------------------------------------------------------*
       2710-99-CONTA-ATIVA-EXIT.           EXIT.
      *================================================================*
       2720-VARRE-CLIENTE                  SECTION.
      *================================================================*
           PERFORM 2730-VERIFICA-CONTA
               THRU 2730-99-VERIFICA-CONTA-EXIT
                   VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER 5
                      OR WS-CONTA-ATIVA-SIM.

           IF  NOT WS-CONTA-ATIVA-SIM
               IF  WS-SEQ-CLIM             EQUAL      99
                   MOVE 'N'                TO         WS-ACHOU-CLIM
               ELSE
                   ADD  1                  TO         WS-SEQ-CLIM
                   PERFORM 2700-LE-CLIENTE
                       THRU 2700-99-LE-CLIENTE-EXIT
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2720-99-VARRE-CLIENTE-EXIT.         EXIT.
      *================================================================*
       2730-VERIFICA-CONTA                 SECTION.
      *================================================================*
           IF  CLIM-CONTA (WS-IND-CTA)     EQUAL      ZEROS
               GO TO 2730-99-VERIFICA-CONTA-EXIT
           END-IF.

           MOVE CLIM-CONTA (WS-IND-CTA)    TO         CONTA-VSAM.
           READ  CONTAS.

           IF  WS-FS-VSAM                  EQUAL      '23'
               GO TO 2730-99-VERIFICA-CONTA-EXIT
           END-IF.

           IF  WS-FS-VSAM                  NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  STATUS-VSAM                 EQUAL      'A'
               MOVE 'S'                    TO         WS-CONTA-ATIVA
           END-IF.
      *----------------------------------------------------------------*
       2730-99-VERIFICA-CONTA-EXIT.        EXIT.
      *================================================================*
       2800-GRAVA-DECLINIO                 SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE PROPOST  SERASA  CONTAS  CARTBV  PROPDEC  ARQABER
                 CTAAGE  WLSOCO  CADCLIM  INDCAD  INDREJ.
           IF  WS-SCO-ABERTO               EQUAL      'S'
               CLOSE SCOREMST
           END-IF.
           IF  WS-HIT-ABERTO               EQUAL      'S'
               CLOSE WLSHIT
           END-IF.

           IF  WS-FS-PRO                   NOT EQUAL  '00'
           OR  WS-FS-SER                   NOT EQUAL  '00'
           OR  WS-FS-DEC                   NOT EQUAL  '00'
           OR  WS-FS-ABE                   NOT EQUAL  '00'
           OR  WS-FS-CTG                   NOT EQUAL  '00'
           OR  WS-FS-OCO                   NOT EQUAL  '00'
           OR  WS-FS-CLIM                  NOT EQUAL  '00'
           OR  WS-FS-IND                   NOT EQUAL  '00'
           OR  WS-FS-IRJ                   NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* LIDOS NO SERASA       =    ' WS-LIDOS-SER.
           DISPLAY '* PROPOSTAS APROVADAS   =    ' WS-APROVADAS.
           DISPLAY '* PROPOSTAS REPROVADAS  =    ' WS-REPROVADAS.
           DISPLAY '*   REPROVADAS POR SCORE =   ' WS-REPROV-SCORE.
           DISPLAY '*   REPROVADAS POR PLD  =    ' WS-REPROV-PLD.
           DISPLAY '* RETIDAS P/ COMPLIANCE =    ' WS-RETIDAS-PLD.
           DISPLAY '* LIBERADAS PELO COMPL. =    ' WS-LIBERADAS-PLD.
           DISPLAY '* ABERTURAS NO ARQABER  =    ' WS-GRAVADOS-ABE.
           DISPLAY '* GRAVADOS NO CTAAGE    =    ' WS-GRAVADOS-CTG.
           DISPLAY '* INDICACOES ACEITAS    =    ' WS-INDICACOES-OK.
           DISPLAY '* INDICACOES RECUSADAS  =    ' WS-INDICACOES-REJ.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
