       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB828S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MANUTENCAO DIARIA DO REGISTRO DE RECLAMACOES DO SAC  *
      * E DA OUVIDORIA. A RECLAMACAO EH IDENTIFICADA PELO NUMERO DE    *
      * PROTOCOLO DADO NO ATENDIMENTO. AS TRANSACOES DO DIA CHEGAM NO  *
      * SACTRN, SAO CLASSIFICADAS POR PROTOCOLO E DATA (SORT INTERNO)  *
      * E BATIDAS COM O MASTER SACMST, REGRAVADO EM SACMSTN. TIPOS:    *
      *   A = ABERTURA (CPF, CANAL, ASSUNTO, CONTA OU CONTRATO)        *
      *   E = ENCAMINHAMENTO A AREA RESPONSAVEL (SITUACAO E)           *
      *   R = RESPOSTA AO CLIENTE (SITUACAO R - PARA O RELOGIO)        *
      *   F = FECHAMENTO COM A PROCEDENCIA P/I (SITUACAO F)            *
      * CANAIS: S = SAC/CENTRAL DE ATENDIMENTO, O = OUVIDORIA,         *
      *         B = DEMANDA RECEBIDA DO BANCO CENTRAL.                 *
      * O PRAZO DE RESPOSTA (SLA) EH POR CODIGO DE ASSUNTO EM DIAS     *
      * UTEIS (PARGET31 DOMINIO SACSLA, CHAVE = ASSUNTO; SEM LINHA     *
      * VIGENTE VALE A CHAVE PADRAO E, SEM ELA, 10 DIAS), CONTADO PELA *
      * VRB671S A PARTIR DA ABERTURA. A RESPOSTA GRAVA SE FOI DADA NO  *
      * PRAZO - EH A PROVA DE ATENDIMENTO TEMPESTIVO.                  *
      * TRANSACAO INCOERENTE (PROTOCOLO REPETIDO OU INEXISTENTE,       *
      * RECLAMACAO JA RESPONDIDA OU FECHADA, FECHAMENTO SEM RESPOSTA)  *
      * VAI PARA O RELSTR SEM ALTERAR O MASTER. O RELSAC LISTA AS      *
      * RECLAMACOES SEM RESPOSTA COM PRAZO VENCIDO OU VENCENDO NOS     *
      * PROXIMOS SACSLA/ALERTA DIAS UTEIS (PADRAO 2).                  *
      * O ARQUIVO MENSAL AO BANCO CENTRAL SAI DO SACMST PELO VRB829S.  *
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

           SELECT SACTRN         ASSIGN TO SACTRN
           FILE STATUS           IS        WS-FS-TRN.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT SACSRT         ASSIGN TO SACSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT SACMST         ASSIGN TO SACMST
           FILE STATUS           IS        WS-FS-SAC.
      *----------------------------------------------------------------*
           SELECT SACMSTN        ASSIGN TO SACMSTN
           FILE STATUS           IS        WS-FS-SACN.
      *----------------------------------------------------------------*
           SELECT RELSTR         ASSIGN TO RELSTR
           FILE STATUS           IS        WS-FS-RTR.
      *----------------------------------------------------------------*
           SELECT RELSAC         ASSIGN TO RELSAC
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   TRANSACOES DO DIA SOBRE AS RECLAMACOES                       *
      *----------------------------------------------------------------*
       FD  SACTRN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-TRN.

       01  REG-TRN                         PIC X(100).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-PROTOCOLO                 PIC X(12).
           05 SW-TIPO                      PIC X(01).
           05 SW-DATA                      PIC 9(08).
           05 FILLER                       PIC X(79).
      *----------------------------------------------------------------*
       FD  SACSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 TRN-PROTOCOLO                PIC 9(12).
           05 TRN-TIPO                     PIC X(01).
              88 TRN-ABERTURA                           VALUE 'A'.
              88 TRN-ENCAMINHA                          VALUE 'E'.
              88 TRN-RESPOSTA                           VALUE 'R'.
              88 TRN-FECHAMENTO                         VALUE 'F'.
           05 TRN-DATA                     PIC 9(08).
           05 TRN-CPF                      PIC 9(11).
           05 TRN-NOME                     PIC X(30).
           05 TRN-CANAL                    PIC X(01).
              88 TRN-CANAL-VALIDO                       VALUE 'S'
                                                              'O'
                                                              'B'.
           05 TRN-ASSUNTO                  PIC X(04).
           05 TRN-CONTRATO                 PIC 9(10).
           05 TRN-AREA                     PIC X(08).
           05 TRN-PROCEDENCIA              PIC X(01).
              88 TRN-PROCEDENCIA-VALIDA                 VALUE 'P'
                                                              'I'.
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
      *   MASTER DE RECLAMACOES, POR NUMERO DE PROTOCOLO               *
      *----------------------------------------------------------------*
       FD  SACMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-SAC.

       01  REG-SAC.
           05 SAC-PROTOCOLO                PIC 9(12).
           05 SAC-CPF                      PIC 9(11).
           05 SAC-NOME                     PIC X(30).
           05 SAC-CANAL                    PIC X(01).
           05 SAC-ASSUNTO                  PIC X(04).
           05 SAC-CONTRATO                 PIC 9(10).
           05 SAC-DATA-ABERTURA            PIC 9(08).
           05 SAC-PRAZO                    PIC 9(08).
           05 SAC-SITUACAO                 PIC X(01).
              88 SAC-SIT-ABERTA                         VALUE 'A'.
              88 SAC-SIT-ENCAMINHADA                    VALUE 'E'.
              88 SAC-SIT-RESPONDIDA                     VALUE 'R'.
              88 SAC-SIT-FECHADA                        VALUE 'F'.
           05 SAC-AREA                     PIC X(08).
           05 SAC-DATA-ENCAMINHA           PIC 9(08).
           05 SAC-DATA-RESPOSTA            PIC 9(08).
           05 SAC-NO-PRAZO                 PIC X(01).
           05 SAC-PROCEDENCIA              PIC X(01).
           05 SAC-DATA-FECHAMENTO          PIC 9(08).
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
       FD  SACMSTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-SACN.

       01  REG-SACN                        PIC X(150).
      *----------------------------------------------------------------*
       FD  RELSTR
           LABEL       RECORD IS OMITTED.

       01  REG-RTR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  RELSAC
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-TRN                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-SAC                       PIC X(02)     VALUE '00'.
       77  WS-FS-SACN                      PIC X(02)     VALUE '00'.
       77  WS-FS-RTR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-SACMST-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-SAC                    PIC X(12)     VALUE ZEROS.
       77  WS-CHAVE-TRN                    PIC X(12)     VALUE ZEROS.
       77  WS-CHAVE-MENOR                  PIC X(12)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        RECLAMACAO DA CHAVE CORRENTE (RETIDA ATE A QUEBRA)      *
      *----------------------------------------------------------------*
       77  WS-TEM-CASO                     PIC X(01)     VALUE 'N'.
           88 WS-TEM-CASO-SIM                            VALUE 'S'.
       01  WS-CASO.
           05 WS-CAS-PROTOCOLO             PIC 9(12).
           05 WS-CAS-CPF                   PIC 9(11).
           05 WS-CAS-NOME                  PIC X(30).
           05 WS-CAS-CANAL                 PIC X(01).
           05 WS-CAS-ASSUNTO               PIC X(04).
           05 WS-CAS-CONTRATO              PIC 9(10).
           05 WS-CAS-DATA-ABERTURA         PIC 9(08).
           05 WS-CAS-PRAZO                 PIC 9(08).
           05 WS-CAS-SITUACAO              PIC X(01).
           05 WS-CAS-AREA                  PIC X(08).
           05 WS-CAS-DATA-ENCAMINHA        PIC 9(08).
           05 WS-CAS-DATA-RESPOSTA         PIC 9(08).
           05 WS-CAS-NO-PRAZO              PIC X(01).
           05 WS-CAS-PROCEDENCIA           PIC X(01).
           05 WS-CAS-DATA-FECHAMENTO       PIC 9(08).
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
      *                 DATAS DO DIA E DO EVENTO                       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EVENTO                  PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-ALERTA                  PIC 9(08)     VALUE ZEROS.
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
      *        PRAZOS EM DIAS UTEIS (PARGET31 DOMINIO SACSLA)          *
      *----------------------------------------------------------------*
       77  WS-PRAZO-PADRAO                 PIC 9(03)     VALUE 10.
       77  WS-PRAZO-ALERTA                 PIC 9(03)     VALUE 2.
       77  WS-PRAZO-DIAS                   PIC 9(03)     VALUE ZEROS.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-PRAZO-R REDEFINES WS-VC-AREA.
           05 WS-VC-PRAZO                  PIC 9(03).
           05 FILLER                       PIC X(37).
      *----------------------------------------------------------------*
      *              ROTINA DE DIAS UTEIS (VRB671S)                    *
      *----------------------------------------------------------------*
       77  WS-VRB671S                      PIC X(08)   VALUE 'VRB671S'.
       01  WS-671-PARM.
           05  WS-671-FUNCAO               PIC X(01).
           05  WS-671-DATA-BASE            PIC 9(08).
           05  WS-671-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-TRN                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SAC                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-SACN                PIC 9(07)     VALUE ZEROS.
       77  WS-ABERTURAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-ENCAMINHADAS                 PIC 9(07)     VALUE ZEROS.
       77  WS-RESPOSTAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-RESPOSTAS-FORA               PIC 9(07)     VALUE ZEROS.
       77  WS-FECHAMENTOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENTES                    PIC 9(07)     VALUE ZEROS.
       77  WS-VENCIDAS                     PIC 9(07)     VALUE ZEROS.
       77  WS-A-VENCER                     PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-RTR                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB828S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB828S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *            LAYOUT DO RELATORIO DE REJEITOS RELSTR              *
      *----------------------------------------------------------------*
       01  CAB-TITULO-RTR.
           05 FILLER                       PIC X(40)  VALUE
                  'RECLAMACOES - TRANSACOES REJEITADAS EM  '.
           05 CABR-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-REJEITO.
           05 DETR-PROTOCOLO               PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-TIPO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-CPF                     PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(42)  VALUE SPACES.
      *----------------------------------------------------------------*
      *      LAYOUT DO RELATORIO DE PRAZOS RELSAC (SAC/OUVIDORIA)      *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'RECLAMACOES SEM RESPOSTA - PRAZO SLA EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'PROTOCOLO    CPF         C ASSU ABERTURA'.
           05 FILLER                       PIC X(40)  VALUE
                  '   PRAZO      SIT AREA     ALERTA       '.
      *----------------------------------------------------------------*
       01  DET-PRAZO.
           05 DETP-PROTOCOLO               PIC 9(12)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-CANAL                   PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ASSUNTO                 PIC X(04)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ABERTURA                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-PRAZO                   PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-SITUACAO                PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETP-AREA                    PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETP-ALERTA                  PIC X(09)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-PRAZO.
           05 FILLER                       PIC X(24)  VALUE
                  'RECLAMACOES SEM RESPOSTA'.
           05 FILLER                       PIC X(02)  VALUE ': '.
           05 TOTP-PENDENTES               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(11)  VALUE
                  '  VENCIDAS:'.
           05 TOTP-VENCIDAS                PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(12)  VALUE
                  '  A VENCER: '.
           05 TOTP-A-VENCER                PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 0100-CLASSIFICA-TRANS
               THRU 0100-99-CLASSIFICA-TRANS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-SAC      EQUAL HIGH-VALUES
                     AND WS-CHAVE-TRN      EQUAL HIGH-VALUES.
           PERFORM 8500-TOTAIS-PRAZO
               THRU 8500-99-TOTAIS-PRAZO-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * DATA DO DIA, PRAZO PADRAO E JANELA DE ALERTA EM VIGOR HOJE E   *
      * DATA LIMITE DO ALERTA (HOJE MAIS A JANELA EM DIAS UTEIS).      *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8)
                                           TO         WS-DATA-HOJE.

           MOVE 'SACSLA  '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.

           MOVE 'PADRAO  '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO         WS-PRAZO-PADRAO
           END-IF.

           MOVE 'ALERTA  '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO         WS-PRAZO-ALERTA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-EVENTO.
           MOVE WS-PRAZO-ALERTA            TO         WS-PRAZO-DIAS.
           PERFORM 2900-CALCULA-PRAZO
               THRU 2900-99-CALCULA-PRAZO-EXIT.
           MOVE WS-671-DATA-RESULTADO      TO         WS-DATA-ALERTA.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0060-BUSCA-PRAZO                    SECTION.
      *================================================================*
      * PRAZO SEM LINHA EM VIGOR (V) FICA NO PADRAO; PRAZO ZERADO OU   *
      * NAO NUMERICO CANCELA.                                          *
      *----------------------------------------------------------------*
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:3) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PRAZO SACSLA NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   IF  WS-VC-PRAZO         EQUAL      ZEROS
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PRAZO SACSLA NO PARMMST ZERADO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
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
       0060-99-BUSCA-PRAZO-EXIT.           EXIT.
      *================================================================*
       0100-CLASSIFICA-TRANS               SECTION.
      *================================================================*
      * CLASSIFICA AS TRANSACOES DO DIA POR PROTOCOLO E DATA, MANTENDO *
      * A ORDEM DE CHEGADA NO MESMO DIA (ABERTURA E RESPOSTA PODEM     *
      * VIR JUNTAS).                                                   *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-TRANS'    TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-PROTOCOLO
                                           SW-DATA
                WITH DUPLICATES IN ORDER
                USING                      SACTRN
                GIVING                     SACSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-TRANS-EXIT.      EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     SACSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB SACSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA RODADA: SEM O MASTER SACMST (35) NAO HA RECLAMACAO
      * REGISTRADA.
           OPEN  INPUT                     SACMST.
           IF    WS-FS-SAC                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-SAC
                 MOVE HIGH-VALUES          TO         WS-CHAVE-SAC
           ELSE
                 IF  WS-FS-SAC             NOT EQUAL  '00'
                     MOVE WS-FS-SAC        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER SACMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-SACMST-ABERTO
                 PERFORM 1100-LER-SACMST THRU 1100-99-LER-SACMST-EXIT
           END-IF.

           OPEN  OUTPUT                    SACMSTN.
           IF    WS-FS-SACN                NOT EQUAL  '00'
                 MOVE WS-FS-SACN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER NOVO SACMSTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELSTR.
           IF    WS-FS-RTR                 NOT EQUAL  '00'
                 MOVE WS-FS-RTR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSTR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELSAC.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSAC'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABR-DATA.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.

           WRITE REG-RTR                   FROM       CAB-TITULO-RTR.
           PERFORM 8100-FS-RELSTR THRU 8100-99-FS-RELSTR-EXIT.
           MOVE SPACES                     TO         REG-RTR.
           WRITE REG-RTR.
           PERFORM 8100-FS-RELSTR THRU 8100-99-FS-RELSTR-EXIT.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.

           PERFORM 1200-LER-SACSRT   THRU  1200-99-LER-SACSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-SACMST                     SECTION.
      *================================================================*
           READ SACMST.

           IF  WS-FS-SAC   NOT EQUAL '00'
           AND WS-FS-SAC   NOT EQUAL '10'
               MOVE '1100-LER-SACMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SAC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SACMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SAC                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SAC
           ELSE
               MOVE SAC-PROTOCOLO          TO         WS-CHAVE-SAC
               ADD  1                      TO         WS-LIDOS-SAC
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-SACMST-EXIT.            EXIT.
      *================================================================*
       1200-LER-SACSRT                     SECTION.
      *================================================================*
           READ SACSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-SACSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO SACSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-TRN
           ELSE
               MOVE REG-SRT (1:12)         TO         WS-CHAVE-TRN
               ADD  1                      TO         WS-LIDOS-TRN
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-SACSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELO PROTOCOLO: RETEM A RECLAMACAO DA CHAVE,      *
      * APLICA AS TRANSACOES DELA NA ORDEM E GRAVA O RESULTADO NO      *
      * MASTER NOVO.                                                   *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-SAC               TO         WS-CHAVE-MENOR.
           IF  WS-CHAVE-TRN                LESS       WS-CHAVE-MENOR
               MOVE WS-CHAVE-TRN           TO         WS-CHAVE-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-CASO.
           PERFORM 2100-RETEM-CASO
               THRU 2100-99-RETEM-CASO-EXIT
                   UNTIL WS-CHAVE-SAC      NOT EQUAL  WS-CHAVE-MENOR.

           PERFORM 2200-APLICA-TRANSACAO
               THRU 2200-99-APLICA-TRANSACAO-EXIT
                   UNTIL WS-CHAVE-TRN      NOT EQUAL  WS-CHAVE-MENOR.

           IF  WS-TEM-CASO-SIM
               PERFORM 2800-GRAVA-CASO
                   THRU 2800-99-GRAVA-CASO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-RETEM-CASO                     SECTION.
      *================================================================*
           IF  WS-TEM-CASO-SIM
               PERFORM 2800-GRAVA-CASO
                   THRU 2800-99-GRAVA-CASO-EXIT
           END-IF.

           MOVE REG-SAC                    TO         WS-CASO.
           MOVE 'S'                        TO         WS-TEM-CASO.

           PERFORM 1100-LER-SACMST   THRU  1100-99-LER-SACMST-EXIT.
      *----------------------------------------------------------------*
       2100-99-RETEM-CASO-EXIT.            EXIT.
      *================================================================*
       2200-APLICA-TRANSACAO               SECTION.
      *================================================================*
      * TRANSACAO SEM DATA ASSUME O DIA. A RECLAMACAO SEGUE ABERTA ->  *
      * (ENCAMINHADA) -> RESPONDIDA -> FECHADA; O ENCAMINHAMENTO PODE  *
      * SE REPETIR ENQUANTO NAO HOUVER RESPOSTA.                       *
      *----------------------------------------------------------------*
           IF  TRN-DATA                    NUMERIC
           AND TRN-DATA                    GREATER    ZEROS
               MOVE TRN-DATA               TO         WS-DATA-EVENTO
           ELSE
               MOVE WS-DATA-HOJE           TO         WS-DATA-EVENTO
           END-IF.

           IF  TRN-PROTOCOLO               NOT NUMERIC
           OR  TRN-PROTOCOLO               EQUAL      ZEROS
               MOVE 'PROTOCOLO INVALIDO'   TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMA
           END-IF.

           EVALUATE TRUE
               WHEN TRN-ABERTURA
                   PERFORM 2300-ABRE-CASO
                       THRU 2300-99-ABRE-CASO-EXIT
               WHEN TRN-ENCAMINHA
                   PERFORM 2400-ENCAMINHA-CASO
                       THRU 2400-99-ENCAMINHA-CASO-EXIT
               WHEN TRN-RESPOSTA
                   PERFORM 2500-RESPONDE-CASO
                       THRU 2500-99-RESPONDE-CASO-EXIT
               WHEN TRN-FECHAMENTO
                   PERFORM 2600-FECHA-CASO
                       THRU 2600-99-FECHA-CASO-EXIT
               WHEN OTHER
                   MOVE 'TIPO DE TRANSACAO INVALIDO'
                                           TO         DETR-MOTIVO
                   PERFORM 2700-REJEITA
                       THRU 2700-99-REJEITA-EXIT
           END-EVALUATE.

       2200-90-PROXIMA.
           PERFORM 1200-LER-SACSRT   THRU  1200-99-LER-SACSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-APLICA-TRANSACAO-EXIT.      EXIT.
      *================================================================*
       2300-ABRE-CASO                      SECTION.
      *================================================================*
      * O PRAZO DO ASSUNTO EH O VIGENTE NA DATA DA ABERTURA.           *
      *----------------------------------------------------------------*
           IF  WS-TEM-CASO-SIM
               MOVE 'PROTOCOLO JA REGISTRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           IF  TRN-CPF                     NOT NUMERIC
           OR  TRN-CPF                     EQUAL      ZEROS
               MOVE 'CPF INVALIDO'         TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           IF  NOT TRN-CANAL-VALIDO
               MOVE 'CANAL INVALIDO (S, O OU B)'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           IF  TRN-ASSUNTO                 EQUAL      SPACES
               MOVE 'CODIGO DE ASSUNTO NAO INFORMADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           MOVE 'SACSLA  '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-EVENTO             TO         WS-PGT-DATA-BASE.
           MOVE SPACES                     TO         WS-PGT-CHAVE.
           MOVE TRN-ASSUNTO                TO         WS-PGT-CHAVE.
           PERFORM 0060-BUSCA-PRAZO
               THRU 0060-99-BUSCA-PRAZO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-PRAZO            TO         WS-PRAZO-DIAS
           ELSE
               MOVE WS-PRAZO-PADRAO        TO         WS-PRAZO-DIAS
           END-IF.

           MOVE SPACES                     TO         WS-CASO.
           MOVE TRN-PROTOCOLO              TO         WS-CAS-PROTOCOLO.
           MOVE TRN-CPF                    TO         WS-CAS-CPF.
           MOVE TRN-NOME                   TO         WS-CAS-NOME.
           MOVE TRN-CANAL                  TO         WS-CAS-CANAL.
           MOVE TRN-ASSUNTO                TO         WS-CAS-ASSUNTO.
           IF  TRN-CONTRATO                NUMERIC
               MOVE TRN-CONTRATO           TO         WS-CAS-CONTRATO
           ELSE
               MOVE ZEROS                  TO         WS-CAS-CONTRATO
           END-IF.
           MOVE WS-DATA-EVENTO             TO    WS-CAS-DATA-ABERTURA.
           PERFORM 2900-CALCULA-PRAZO
               THRU 2900-99-CALCULA-PRAZO-EXIT.
           MOVE WS-671-DATA-RESULTADO      TO         WS-CAS-PRAZO.
           MOVE 'A'                        TO         WS-CAS-SITUACAO.
           MOVE ZEROS                      TO    WS-CAS-DATA-ENCAMINHA
                                                 WS-CAS-DATA-RESPOSTA
                                                 WS-CAS-DATA-FECHAMENTO.
           MOVE 'S'                        TO         WS-TEM-CASO.
           ADD  1                          TO         WS-ABERTURAS.
      *----------------------------------------------------------------*
       2300-99-ABRE-CASO-EXIT.             EXIT.
      *================================================================*
       2400-ENCAMINHA-CASO                 SECTION.
      *================================================================*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'RECLAMACAO NAO REGISTRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-ENCAMINHA-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
           AND WS-CAS-SITUACAO             NOT EQUAL  'E'
               MOVE 'RECLAMACAO JA RESPONDIDA OU FECHADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-ENCAMINHA-CASO-EXIT
           END-IF.

           IF  TRN-AREA                    EQUAL      SPACES
               MOVE 'AREA DE DESTINO NAO INFORMADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-ENCAMINHA-CASO-EXIT
           END-IF.

           MOVE 'E'                        TO         WS-CAS-SITUACAO.
           MOVE TRN-AREA                   TO         WS-CAS-AREA.
           MOVE WS-DATA-EVENTO             TO    WS-CAS-DATA-ENCAMINHA.
           ADD  1                          TO         WS-ENCAMINHADAS.
      *----------------------------------------------------------------*
       2400-99-ENCAMINHA-CASO-EXIT.        EXIT.
      *================================================================*
       2500-RESPONDE-CASO                  SECTION.
      *================================================================*
      * A RESPOSTA PARA O RELOGIO DO SLA: NO PRAZO = RESPONDIDA ATE O  *
      * DIA DO PRAZO, INCLUSIVE.                                       *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'RECLAMACAO NAO REGISTRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-RESPONDE-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
           AND WS-CAS-SITUACAO             NOT EQUAL  'E'
               MOVE 'RECLAMACAO JA RESPONDIDA OU FECHADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-RESPONDE-CASO-EXIT
           END-IF.

           MOVE 'R'                        TO         WS-CAS-SITUACAO.
           MOVE WS-DATA-EVENTO             TO    WS-CAS-DATA-RESPOSTA.
           IF  WS-DATA-EVENTO              GREATER    WS-CAS-PRAZO
               MOVE 'N'                    TO         WS-CAS-NO-PRAZO
               ADD  1                      TO         WS-RESPOSTAS-FORA
           ELSE
               MOVE 'S'                    TO         WS-CAS-NO-PRAZO
           END-IF.
           ADD  1                          TO         WS-RESPOSTAS.
      *----------------------------------------------------------------*
       2500-99-RESPONDE-CASO-EXIT.         EXIT.
      *================================================================*
       2600-FECHA-CASO                     SECTION.
      *================================================================*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'RECLAMACAO NAO REGISTRADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2600-99-FECHA-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             EQUAL      'F'
               MOVE 'RECLAMACAO JA FECHADA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2600-99-FECHA-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'R'
               MOVE 'FECHAMENTO SEM RESPOSTA AO CLIENTE'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2600-99-FECHA-CASO-EXIT
           END-IF.

           IF  NOT TRN-PROCEDENCIA-VALIDA
               MOVE 'PROCEDENCIA INVALIDA (P OU I)'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2600-99-FECHA-CASO-EXIT
           END-IF.

           MOVE 'F'                        TO         WS-CAS-SITUACAO.
           MOVE TRN-PROCEDENCIA            TO     WS-CAS-PROCEDENCIA.
           MOVE WS-DATA-EVENTO             TO
                WS-CAS-DATA-FECHAMENTO.
           ADD  1                          TO         WS-FECHAMENTOS.
      *----------------------------------------------------------------*
       2600-99-FECHA-CASO-EXIT.            EXIT.
      *================================================================*
       2700-REJEITA                        SECTION.
      *================================================================*
           MOVE REG-SRT (1:12)             TO         DETR-PROTOCOLO.
           MOVE TRN-TIPO                   TO         DETR-TIPO.
           MOVE WS-DATA-EVENTO             TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETR-DATA.
           MOVE REG-SRT (22:11)            TO         DETR-CPF.
           WRITE REG-RTR                   FROM       DET-REJEITO.
           PERFORM 8100-FS-RELSTR THRU 8100-99-FS-RELSTR-EXIT.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       2800-GRAVA-CASO                     SECTION.
      *================================================================*
      * GRAVA A RECLAMACAO NO MASTER NOVO; A QUE SEGUE SEM RESPOSTA    *
      * ENTRA NO RELSAC QUANDO O PRAZO JA VENCEU OU VENCE ATE A DATA   *
      * DE ALERTA.                                                     *
      *----------------------------------------------------------------*
           WRITE REG-SACN                  FROM       WS-CASO.
           IF  WS-FS-SACN                  NOT EQUAL  '00'
               MOVE WS-FS-SACN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO SACMSTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-SACN.
           MOVE 'N'                        TO         WS-TEM-CASO.

           IF  WS-CAS-SITUACAO             NOT EQUAL  'A'
           AND WS-CAS-SITUACAO             NOT EQUAL  'E'
               GO TO 2800-99-GRAVA-CASO-EXIT
           END-IF.

           ADD  1                          TO         WS-PENDENTES.

           IF  WS-CAS-PRAZO                GREATER    WS-DATA-ALERTA
               GO TO 2800-99-GRAVA-CASO-EXIT
           END-IF.

           IF  WS-CAS-PRAZO                LESS       WS-DATA-HOJE
               MOVE 'VENCIDA'              TO         DETP-ALERTA
               ADD  1                      TO         WS-VENCIDAS
           ELSE
               MOVE 'A VENCER'             TO         DETP-ALERTA
               ADD  1                      TO         WS-A-VENCER
           END-IF.

           MOVE WS-CAS-PROTOCOLO           TO         DETP-PROTOCOLO.
           MOVE WS-CAS-CPF                 TO         DETP-CPF.
           MOVE WS-CAS-CANAL               TO         DETP-CANAL.
           MOVE WS-CAS-ASSUNTO             TO         DETP-ASSUNTO.
           MOVE WS-CAS-DATA-ABERTURA       TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETP-ABERTURA.
           MOVE WS-CAS-PRAZO               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         DETP-PRAZO.
           MOVE WS-CAS-SITUACAO            TO         DETP-SITUACAO.
           MOVE WS-CAS-AREA                TO         DETP-AREA.
           WRITE REG-REL                   FROM       DET-PRAZO.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.
      *----------------------------------------------------------------*
       2800-99-GRAVA-CASO-EXIT.            EXIT.
      *================================================================*
       2900-CALCULA-PRAZO                  SECTION.
      *================================================================*
      * DATA DO EVENTO MAIS N DIAS UTEIS (VRB671S).                    *
      *----------------------------------------------------------------*
           MOVE 'S'                        TO         WS-671-FUNCAO.
           MOVE WS-DATA-EVENTO             TO         WS-671-DATA-BASE.
           MOVE WS-PRAZO-DIAS              TO         WS-671-DIAS-SOMAR.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DO PRAZO DA RECLAMACAO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2900-99-CALCULA-PRAZO-EXIT.         EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELSAC                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELSAC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELSAC-EXIT.             EXIT.
      *================================================================*
       8100-FS-RELSTR                      SECTION.
      *================================================================*
           IF  WS-FS-RTR                   NOT EQUAL  '00'
               MOVE WS-FS-RTR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELSTR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-RTR.
      *----------------------------------------------------------------*
       8100-99-FS-RELSTR-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS-PRAZO                   SECTION.
      *================================================================*
           MOVE '8500-TOTAIS-PRAZO'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.

           MOVE WS-PENDENTES               TO         TOTP-PENDENTES.
           MOVE WS-VENCIDAS                TO         TOTP-VENCIDAS.
           MOVE WS-A-VENCER                TO         TOTP-A-VENCER.
           WRITE REG-REL                   FROM       TOT-PRAZO.
           PERFORM 8000-FS-RELSAC THRU 8000-99-FS-RELSAC-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-PRAZO-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE SACSRT  SACMSTN  RELSTR  RELSAC.
           IF  WS-SACMST-ABERTO            EQUAL      'S'
               CLOSE SACMST
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-SACN                  NOT EQUAL  '00'
           OR  WS-FS-RTR                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-SACN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* TRANSACOES LIDAS      =    ' WS-LIDOS-TRN.
           DISPLAY '* ABERTURAS             =    ' WS-ABERTURAS.
           DISPLAY '* ENCAMINHAMENTOS       =    ' WS-ENCAMINHADAS.
           DISPLAY '* RESPOSTAS             =    ' WS-RESPOSTAS.
           DISPLAY '* RESPOSTAS FORA PRAZO  =    ' WS-RESPOSTAS-FORA.
           DISPLAY '* FECHAMENTOS           =    ' WS-FECHAMENTOS.
           DISPLAY '* TRANSACOES REJEITADAS =    ' WS-REJEITADAS.
           DISPLAY '* LIDOS EM SACMST       =    ' WS-LIDOS-SAC.
           DISPLAY '* GRAVADOS EM SACMSTN   =    ' WS-GRAVADOS-SACN.
           DISPLAY '* SEM RESPOSTA          =    ' WS-PENDENTES.
           DISPLAY '* PRAZO VENCIDO         =    ' WS-VENCIDAS.
           DISPLAY '* PRAZO A VENCER        =    ' WS-A-VENCER.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-TRN              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-SACN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB828S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
