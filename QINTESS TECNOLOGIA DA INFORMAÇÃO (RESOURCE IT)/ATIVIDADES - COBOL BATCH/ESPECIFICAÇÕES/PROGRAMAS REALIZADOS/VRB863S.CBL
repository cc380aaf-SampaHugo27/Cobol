       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB863S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RECERTIFICACAO TRIMESTRAL DAS AUTORIZACOES DE        *
      * OPERADOR. O OPAUT SO RECEBIA INCLUSOES: QUEM MUDOU DE FUNCAO   *
      * CONTINUAVA AUTORIZADO AO VRB688S, VRB693S, VRB789S ETC. ATE O  *
      * AUT-DATA-EXPIRA, E HA AUTORIZACOES SEM PRAZO (99999999). O     *
      * PROGRAMA EXIGE OPERADOR AUTORIZADO (OPRPARM + OPAUT + OPRLOG,  *
      * MESMO CONTROLE DOS PROGRAMAS DESTRUTIVOS) E RODA EM DOIS       *
      * MODOS, NA POSICAO 9 DO OPRPARM:                                *
      *   'A' ABERTURA DA CAMPANHA: CADA ENTRADA DO OPAUT RECEBE O     *
      *      GESTOR DO OPERADOR (CADASTRO OPRGES) E VAI PARA O         *
      *      SNAPSHOT CERMST, CLASSIFICADO POR GESTOR, COM A DATA      *
      *      LIMITE = HOJE + PRZCERT DIAS (PARMMST, DOMINIO RECERT,    *
      *      PADRAO 15). O RELCER LISTA AS ENTRADAS POR GESTOR PARA    *
      *      ASSINATURA; OPERADOR SEM GESTOR NO OPRGES SAI EM GRUPO    *
      *      PROPRIO E NAO TEM COMO SER RECERTIFICADO;                 *
      *   'F' FECHAMENTO, DEPOIS DA DATA LIMITE: AS ASSINATURAS DOS    *
      *      GESTORES (CERRSP: GESTOR, OPERADOR, PROGRAMA, MODO,       *
      *      DECISAO R=RECERTIFICA/N=REVOGA E DATA) SAO CRITICADAS -   *
      *      ENTRADA DA CAMPANHA, ASSINANTE IGUAL AO GESTOR DO         *
      *      SNAPSHOT, NUNCA O PROPRIO OPERADOR, DATA DENTRO DO PRAZO -*
      *      E O OPAUT GERA NOVA GERACAO OPAUTN: ENTRADA DA CAMPANHA   *
      *      AINDA VIGENTE QUE NAO FOI RECERTIFICADA (REVOGADA OU SEM  *
      *      ASSINATURA) PASSA A EXPIRAR NA DATA LIMITE. ENTRADA       *
      *      INCLUIDA DEPOIS DA ABERTURA PASSA COMO ESTA. ASSINATURA   *
      *      REPROVADA SAI NO CERREJ; O RELCER LISTA AS EXPIRACOES.    *
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

           SELECT OPRPARM        ASSIGN TO OPRPARM
           FILE STATUS           IS        WS-FS-OPR.
      *----------------------------------------------------------------*
           SELECT OPAUT          ASSIGN TO OPAUT
           FILE STATUS           IS        WS-FS-AUT.
      *----------------------------------------------------------------*
           SELECT OPAUTN         ASSIGN TO OPAUTN
           FILE STATUS           IS        WS-FS-AUTN.
      *----------------------------------------------------------------*
           SELECT OPRLOG         ASSIGN TO OPRLOG
           FILE STATUS           IS        WS-FS-OLOG.
      *----------------------------------------------------------------*
           SELECT OPRGES         ASSIGN TO OPRGES
           FILE STATUS           IS        WS-FS-GES.
      *----------------------------------------------------------------*
           SELECT CERMST         ASSIGN TO CERMST
           FILE STATUS           IS        WS-FS-CER.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT CERRSP         ASSIGN TO CERRSP
           FILE STATUS           IS        WS-FS-RSP.
      *----------------------------------------------------------------*
           SELECT CERREJ         ASSIGN TO CERREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT RELCER         ASSIGN TO RELCER
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  OPRPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OPR.

       01  REG-OPR.
           05 OPR-OPERADOR                 PIC X(08).
           05 OPR-MODO                     PIC X(01).
           05 FILLER                       PIC X(71).
      *----------------------------------------------------------------*
       FD  OPAUT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-AUT.

       01  REG-AUT.
           05 AUT-OPERADOR                 PIC X(08).
           05 AUT-PROGRAMA                 PIC X(08).
           05 AUT-MODO                     PIC X(01).
           05 AUT-DATA-EXPIRA              PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  OPAUTN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-AUTN.

       01  REG-AUTN                        PIC X(40).
      *----------------------------------------------------------------*
       FD  OPRLOG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-OLOG.

       01  REG-OLOG.
           05 OLOG-OPERADOR                PIC X(08).
           05 OLOG-PROGRAMA                PIC X(08).
           05 OLOG-PARAMETROS              PIC X(40).
           05 OLOG-DATA                    PIC 9(08).
           05 OLOG-HORA                    PIC 9(06).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   CADASTRO DE OPERADORES: GESTOR RESPONSAVEL PELO OPERADOR     *
      *----------------------------------------------------------------*
       FD  OPRGES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-GES.

       01  REG-GES.
           05 GES-OPERADOR                 PIC X(08).
           05 GES-GESTOR                   PIC X(08).
           05 GES-NOME                     PIC X(30).
           05 FILLER                       PIC X(34).
      *----------------------------------------------------------------*
      *   SNAPSHOT DA CAMPANHA: UMA ENTRADA DO OPAUT POR REGISTRO      *
      *----------------------------------------------------------------*
       FD  CERMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CER.

       01  REG-CER.
           05 CER-GESTOR                   PIC X(08).
           05 CER-CHAVE.
              10 CER-OPERADOR              PIC X(08).
              10 CER-PROGRAMA              PIC X(08).
              10 CER-MODO                  PIC X(01).
           05 CER-DATA-EXPIRA              PIC 9(08).
           05 CER-DATA-ABERTURA            PIC 9(08).
           05 CER-DATA-LIMITE              PIC 9(08).
           05 CER-NOME                     PIC X(25).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-GESTOR                    PIC X(08).
           05 SW-CHAVE                     PIC X(17).
           05 SW-DATA-EXPIRA               PIC 9(08).
           05 SW-DATA-ABERTURA             PIC 9(08).
           05 SW-DATA-LIMITE               PIC 9(08).
           05 SW-NOME                      PIC X(25).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
      *   ASSINATURAS DOS GESTORES                                     *
      *----------------------------------------------------------------*
       FD  CERRSP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RSP.

       01  REG-RSP.
           05 RSP-LINHA.
              10 RSP-GESTOR                PIC X(08).
              10 RSP-CHAVE.
                 15 RSP-OPERADOR           PIC X(08).
                 15 RSP-PROGRAMA           PIC X(08).
                 15 RSP-MODO               PIC X(01).
              10 RSP-DECISAO               PIC X(01).
                 88 RSP-RECERTIFICA                     VALUE 'R'.
                 88 RSP-REVOGA                          VALUE 'N'.
              10 RSP-DATA                  PIC 9(08).
              10 FILLER                    PIC X(06).
           05 FILLER                       PIC X(40).
      *----------------------------------------------------------------*
       FD  CERREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-LINHA                    PIC X(40).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  RELCER
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-OPR                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUT                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUTN                      PIC X(02)     VALUE '00'.
       77  WS-FS-OLOG                      PIC X(02)     VALUE '00'.
       77  WS-FS-GES                       PIC X(02)     VALUE '00'.
       77  WS-FS-CER                       PIC X(02)     VALUE '00'.
       77  WS-FS-RSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *              AUTORIZACAO DE OPERADOR (OPAUT)                   *
      *----------------------------------------------------------------*
       77  WS-OPR-AUTORIZADO               PIC X(01)   VALUE 'N'.
           88 WS-OPR-AUTORIZADO-SIM                    VALUE 'S'.
       77  WS-OPR-OPERADOR                 PIC X(08)   VALUE SPACES.
       77  WS-OPR-MODO                     PIC X(01)   VALUE SPACES.
           88 WS-MODO-ABERTURA                         VALUE 'A'.
           88 WS-MODO-FECHAMENTO                       VALUE 'F'.
      *----------------------------------------------------------------*
      *                 TABELA DE GESTORES (OPRGES)                    *
      *----------------------------------------------------------------*
       77  WS-QTDE-GES                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GES                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-GES-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-GES.
           05 WS-GES-OCR                   OCCURS 500 TIMES.
              10 WS-GES-OPERADOR           PIC X(08).
              10 WS-GES-GESTOR             PIC X(08).
              10 WS-GES-NOME               PIC X(25).
       77  WS-SEM-GESTOR                   PIC X(08)   VALUE '????????'.
      *----------------------------------------------------------------*
      *          TABELA DA CAMPANHA NO FECHAMENTO (CERMST)             *
      *----------------------------------------------------------------*
       77  WS-QTDE-CER                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CER                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CER-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CHAVE-PROCURA                PIC X(17)     VALUE SPACES.
       01  WS-TAB-CER.
           05 WS-CER-OCR                   OCCURS 2000 TIMES.
              10 WS-CER-CHAVE              PIC X(17).
              10 WS-CER-GESTOR             PIC X(08).
              10 WS-CER-DECISAO            PIC X(01).
      *----------------------------------------------------------------*
      *                  PARAMETROS E DATAS                            *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-ABERTURA                PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-LIMITE                  PIC 9(08)     VALUE ZEROS.
       77  WS-PRAZO-CERT                   PIC 9(03)     VALUE 15.
       77  WS-SEM-PRAZO                    PIC 9(08)     VALUE 99999999.
       01  WS-DATA-EDIT                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-EDIT-R                  REDEFINES  WS-DATA-EDIT.
           05 WS-EDIT-ANO                  PIC 9(04).
           05 WS-EDIT-MES                  PIC 9(02).
           05 WS-EDIT-DIA                  PIC 9(02).
       01  WS-DATA-BARRA.
           05 WS-BARRA-DIA                 PIC 9(02)     VALUE ZEROS.
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-BARRA-MES                 PIC 9(02)     VALUE ZEROS.
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-BARRA-ANO                 PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 PARAMETROS COM VIGENCIA (PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       77  WS-PGT-TAMANHO                  PIC 9(02)     VALUE ZEROS.
       77  WS-PGT-NUMERO                   PIC 9(09)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 SOMA DE DIAS A DATA (VRB670S)                  *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-670-PARM.
           05  WS-670-DATA-BASE            PIC 9(08).
           05  WS-670-DIAS-SOMAR           PIC S9(05)  COMP.
           05  WS-670-DATA-RESULTADO       PIC 9(08).
           05  WS-670-RETORNO              PIC X(01).
      *----------------------------------------------------------------*
      *                 APOIO DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-GESTOR-ANT                   PIC X(08)     VALUE SPACES.
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-AUT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LISTADOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-VIGENTES                     PIC 9(07)     VALUE ZEROS.
       77  WS-VENCIDOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-GESTOR-QTDE              PIC 9(07)     VALUE ZEROS.
       77  WS-GESTORES                     PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-RSP                    PIC 9(07)     VALUE ZEROS.
       77  WS-RSP-ACEITAS                  PIC 9(07)     VALUE ZEROS.
       77  WS-RSP-REJEITADAS               PIC 9(07)     VALUE ZEROS.
       77  WS-RECERTIFICADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-REVOGADOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-RESPOSTA                 PIC 9(07)     VALUE ZEROS.
       77  WS-FORA-CAMPANHA                PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-AUTN                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB863S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB863S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELCER                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
              'VRB863S - RECERTIFICACAO DE AUTORIZACOES'.
           05 FILLER                       PIC X(16)  VALUE
              '            EM: '.
           05 CABT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-PRAZO.
           05 FILLER                       PIC X(40)  VALUE
              'LISTA PARA ASSINATURA - DEVOLVER ATE    '.
           05 CABP-LIMITE                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-GESTOR.
           05 FILLER                       PIC X(08)  VALUE 'GESTOR: '.
           05 CABG-GESTOR                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 CABG-OBS                     PIC X(62)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COL-LISTA.
           05 FILLER                       PIC X(40)  VALUE
              'OPERADOR NOME                      PROGR'.
           05 FILLER                       PIC X(40)  VALUE
              'AMA MOD EXPIRA     SITUACAO  DECISAO    '.
      *----------------------------------------------------------------*
       01  DET-LISTA.
           05 DETL-OPERADOR                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETL-NOME                    PIC X(25)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETL-PROGRAMA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETL-MODO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETL-EXPIRA                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETL-SITUACAO                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETL-ASSINA                  PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  ROD-GESTOR.
           05 FILLER                       PIC X(40)  VALUE
              'ASSINATURA DO GESTOR: _________________ '.
           05 FILLER                       PIC X(40)  VALUE
              '      DATA: ___/___/______              '.
      *----------------------------------------------------------------*
       01  CAB-EXPIRADAS.
           05 FILLER                       PIC X(40)  VALUE
              'AUTORIZACOES EXPIRADAS NA DATA LIMITE   '.
           05 CABE-LIMITE                  PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COL-EXPIRA.
           05 FILLER                       PIC X(40)  VALUE
              'GESTOR   OPERADOR PROGRAMA MODO EXPIRAVA'.
           05 FILLER                       PIC X(40)  VALUE
              '   MOTIVO                              '.
      *----------------------------------------------------------------*
       01  DET-EXPIRA.
           05 DETE-GESTOR                  PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-OPERADOR                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-PROGRAMA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETE-MODO                    PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-EXPIRAVA                PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-MOTIVO                  PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0400-VERIFICA-OPERADOR
               THRU 0400-99-VERIFICA-OPERADOR-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           IF  WS-MODO-ABERTURA
               PERFORM 2000-ABRE-CAMPANHA
                   THRU 2000-99-ABRE-CAMPANHA-EXIT
           ELSE
               PERFORM 3000-FECHA-CAMPANHA
                   THRU 3000-99-FECHA-CAMPANHA-EXIT
           END-IF.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0400-VERIFICA-OPERADOR              SECTION.
      *================================================================*
      * CONTROLE DE AUTORIZACAO EXIGIDO PELA AUDITORIA (MESMO PADRAO   *
      * DO VRB688S): O OPERADOR SUBMISSOR (OPRPARM) PRECISA CONSTAR NO *
      * OPAUT PARA ESTE PROGRAMA COM AUTORIZACAO NAO EXPIRADA. O MODO  *
      * DA EXECUCAO VEM NA POSICAO 9 DO OPRPARM.                       *
      *----------------------------------------------------------------*
           MOVE '0400-VERIFICA-OPERADOR'   TO    WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-DATA-HOJE.
           MOVE 'N'                        TO    WS-OPR-AUTORIZADO.

           OPEN  INPUT                     OPRPARM.
           IF    WS-FS-OPR                 NOT EQUAL '00'
                 MOVE WS-FS-OPR            TO    WS-AREA-STAT
                 MOVE 'SEM OPRPARM - OPERADOR NAO IDENTIFICADO'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           READ  OPRPARM.
           IF    WS-FS-OPR                 NOT EQUAL '00'
                 MOVE WS-FS-OPR            TO    WS-AREA-STAT
                 MOVE 'OPRPARM VAZIO - OPERADOR NAO IDENTIFICADO'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  OPR-OPERADOR              TO    WS-OPR-OPERADOR.
           MOVE  OPR-MODO                  TO    WS-OPR-MODO.
           CLOSE OPRPARM.

           IF    NOT WS-MODO-ABERTURA
           AND   NOT WS-MODO-FECHAMENTO
                 DISPLAY 'MODO INFORMADO NO OPRPARM: ' WS-OPR-MODO
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'MODO INVALIDO NO OPRPARM - USE A OU F'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     OPAUT.
           IF    WS-FS-AUT                 NOT EQUAL '00'
                 MOVE WS-FS-AUT            TO    WS-AREA-STAT
                 MOVE 'SEM ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0450-LE-OPAUT THRU 0450-99-LE-OPAUT-EXIT
                   UNTIL WS-FS-AUT         EQUAL '10'.

           CLOSE OPAUT.

           IF    NOT WS-OPR-AUTORIZADO-SIM
                 DISPLAY 'OPERADOR SEM AUTORIZACAO: ' WS-OPR-OPERADOR
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0460-LOGA-EXECUCAO THRU 0460-99-LOGA-EXECUCAO-EXIT.
      *----------------------------------------------------------------*
       0400-99-VERIFICA-OPERADOR-EXIT.     EXIT.
      *================================================================*
       0450-LE-OPAUT                       SECTION.
      *================================================================*
           READ  OPAUT.
           IF  WS-FS-AUT  NOT EQUAL '00'
           AND WS-FS-AUT  NOT EQUAL '10'
               MOVE WS-FS-AUT              TO    WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-AUT                   EQUAL '00'
           AND AUT-OPERADOR                EQUAL WS-OPR-OPERADOR
           AND AUT-PROGRAMA                EQUAL 'VRB863S'
           AND AUT-DATA-EXPIRA         NOT LESS  WS-DATA-HOJE
               MOVE 'S'                    TO    WS-OPR-AUTORIZADO
           END-IF.
      *----------------------------------------------------------------*
       0450-99-LE-OPAUT-EXIT.              EXIT.
      *================================================================*
       0460-LOGA-EXECUCAO                  SECTION.
      *================================================================*
           OPEN  EXTEND                    OPRLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 OPEN OUTPUT               OPRLOG
           END-IF.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           INITIALIZE REG-OLOG.
           MOVE WS-OPR-OPERADOR            TO    OLOG-OPERADOR.
           MOVE 'VRB863S'                  TO    OLOG-PROGRAMA.
           IF  WS-MODO-ABERTURA
               MOVE 'RECERTIFICACAO - ABERTURA DA CAMPANHA'
                                           TO    OLOG-PARAMETROS
           ELSE
               MOVE 'RECERTIFICACAO - FECHAMENTO DA CAMPANHA'
                                           TO    OLOG-PARAMETROS
           END-IF.
           ACCEPT OLOG-DATA                FROM  DATE YYYYMMDD.
           ACCEPT OLOG-HORA                FROM  TIME.
           WRITE REG-OLOG.
           IF    WS-FS-OLOG                NOT EQUAL '00'
                 MOVE WS-FS-OLOG           TO    WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR LOG DE OPERADOR OPRLOG'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           CLOSE OPRLOG.
      *----------------------------------------------------------------*
       0460-99-LOGA-EXECUCAO-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  OUTPUT                    RELCER.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELCER'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-GESTORES               SECTION.
      *================================================================*
           MOVE '1100-CARREGA-GESTORES'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     OPRGES.
           IF    WS-FS-GES                 NOT EQUAL  '00'
                 MOVE WS-FS-GES            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO OPRGES'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1110-LE-GESTOR THRU 1110-99-LE-GESTOR-EXIT
                   UNTIL WS-FS-GES         EQUAL      '10'.

           CLOSE OPRGES.
      *----------------------------------------------------------------*
       1100-99-CARREGA-GESTORES-EXIT.      EXIT.
      *================================================================*
       1110-LE-GESTOR                      SECTION.
      *================================================================*
           READ  OPRGES.

           IF  WS-FS-GES  NOT EQUAL '00'
           AND WS-FS-GES  NOT EQUAL '10'
               MOVE WS-FS-GES              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO OPRGES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-GES                   EQUAL      '00'
               IF  WS-QTDE-GES             EQUAL      500
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'CADASTRO OPRGES MAIOR QUE 500 OPERADORES'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-GES
               MOVE GES-OPERADOR   TO  WS-GES-OPERADOR (WS-QTDE-GES)
               MOVE GES-GESTOR     TO  WS-GES-GESTOR   (WS-QTDE-GES)
               MOVE GES-NOME       TO  WS-GES-NOME     (WS-QTDE-GES)
           END-IF.
      *----------------------------------------------------------------*
       1110-99-LE-GESTOR-EXIT.             EXIT.
      *================================================================*
       2000-ABRE-CAMPANHA                  SECTION.
      *================================================================*
      * SNAPSHOT DO OPAUT POR GESTOR NO CERMST E LISTA DE ASSINATURA.  *
      *----------------------------------------------------------------*
           MOVE '2000-ABRE-CAMPANHA'       TO         WS-CODIGO-AREA.

           PERFORM 1100-CARREGA-GESTORES
               THRU 1100-99-CARREGA-GESTORES-EXIT.

           MOVE 'PRZCERT '                 TO         WS-PGT-CHAVE.
           MOVE 3                          TO         WS-PGT-TAMANHO.
           PERFORM 2050-LE-PARAMETRO THRU 2050-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-NUMERO          TO         WS-PRAZO-CERT
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-ABERTURA.
           MOVE WS-DATA-HOJE               TO         WS-670-DATA-BASE.
           MOVE WS-PRAZO-CERT              TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DA DATA LIMITE (VRB670S)'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE WS-670-DATA-RESULTADO      TO         WS-DATA-LIMITE.

           SORT SORTWK
                ASCENDING KEY              SW-GESTOR
                ASCENDING KEY              SW-CHAVE
                INPUT  PROCEDURE IS        2100-LE-OPAUT
                GIVING                     CERMST.

           MOVE WS-DATA-LIMITE             TO         WS-DATA-EDIT.
           PERFORM 8100-FORMATA-DATA THRU 8100-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-BARRA              TO         CABP-LIMITE.
           WRITE REG-REL                   FROM       CAB-PRAZO.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.

           OPEN  INPUT                     CERMST.
           IF    WS-FS-CER                 NOT EQUAL  '00'
                 MOVE WS-FS-CER            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO SNAPSHOT CERMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE LOW-VALUES                 TO         WS-GESTOR-ANT.
           PERFORM 2200-IMPRIME-LISTA THRU 2200-99-IMPRIME-LISTA-EXIT
                   UNTIL WS-FS-CER         EQUAL      '10'.

           IF  WS-LISTADOS                 GREATER    ZEROS
               WRITE REG-REL               FROM       ROD-GESTOR
               PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT
           END-IF.

           CLOSE CERMST.
      *----------------------------------------------------------------*
       2000-99-ABRE-CAMPANHA-EXIT.         EXIT.
      *================================================================*
       2050-LE-PARAMETRO                   SECTION.
      *================================================================*
      * LE A CHAVE WS-PGT-CHAVE DO DOMINIO RECERT; O VALOR VEM NAS     *
      * PRIMEIRAS WS-PGT-TAMANHO POSICOES, NUMERICO COM ZEROS A        *
      * ESQUERDA. SEM LINHA EM VIGOR VALE O PADRAO.                    *
      *----------------------------------------------------------------*
           MOVE 'RECERT  '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:WS-PGT-TAMANHO) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARAMETRO DO DOMINIO RECERT INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:WS-PGT-TAMANHO)
                                           TO         WS-PGT-NUMERO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2050-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       2100-LE-OPAUT                       SECTION.
      *================================================================*
      * LIBERA PARA O SORT CADA ENTRADA DO OPAUT COM O GESTOR DO       *
      * OPERADOR E AS DATAS DA CAMPANHA.                               *
      *----------------------------------------------------------------*
           MOVE '2100-LE-OPAUT'            TO         WS-CODIGO-AREA.

           OPEN  INPUT                     OPAUT.
           IF    WS-FS-AUT                 NOT EQUAL  '00'
                 MOVE WS-FS-AUT            TO         WS-AREA-STAT
                 MOVE 'SEM ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2150-RELEASE-ENTRADA
               THRU 2150-99-RELEASE-ENTRADA-EXIT
                   UNTIL WS-FS-AUT         EQUAL      '10'.

           CLOSE OPAUT.
      *----------------------------------------------------------------*
       2100-99-LE-OPAUT-EXIT.              EXIT.
      *================================================================*
       2150-RELEASE-ENTRADA                SECTION.
      *================================================================*
           READ  OPAUT.
           IF  WS-FS-AUT  NOT EQUAL '00'
           AND WS-FS-AUT  NOT EQUAL '10'
               MOVE WS-FS-AUT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-AUT                   NOT EQUAL  '00'
               GO TO 2150-99-RELEASE-ENTRADA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-AUT.

           MOVE ZEROS                      TO         WS-IND-GES-ACH.
           PERFORM 2160-PROCURA-GESTOR THRU 2160-99-PROCURA-GESTOR-EXIT
                   VARYING WS-IND-GES FROM 1 BY 1
                   UNTIL WS-IND-GES GREATER WS-QTDE-GES
                   OR    WS-IND-GES-ACH GREATER ZEROS.

           MOVE SPACES                     TO         REG-SORTWK.
           IF  WS-IND-GES-ACH              EQUAL      ZEROS
               MOVE WS-SEM-GESTOR          TO         SW-GESTOR
               MOVE SPACES                 TO         SW-NOME
           ELSE
               MOVE WS-GES-GESTOR (WS-IND-GES-ACH)  TO SW-GESTOR
               MOVE WS-GES-NOME   (WS-IND-GES-ACH)  TO SW-NOME
           END-IF.
           MOVE REG-AUT (1:17)             TO         SW-CHAVE.
           MOVE AUT-DATA-EXPIRA            TO         SW-DATA-EXPIRA.
           MOVE WS-DATA-ABERTURA           TO         SW-DATA-ABERTURA.
           MOVE WS-DATA-LIMITE             TO         SW-DATA-LIMITE.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       2150-99-RELEASE-ENTRADA-EXIT.       EXIT.
      *================================================================*
       2160-PROCURA-GESTOR                 SECTION.
      *================================================================*
           IF  WS-GES-OPERADOR (WS-IND-GES) EQUAL     AUT-OPERADOR
               MOVE WS-IND-GES             TO         WS-IND-GES-ACH
           END-IF.
      *----------------------------------------------------------------*
       2160-99-PROCURA-GESTOR-EXIT.        EXIT.
      *================================================================*
       2200-IMPRIME-LISTA                  SECTION.
      *================================================================*
      * UM BLOCO POR GESTOR, FECHADO COM O CAMPO DE ASSINATURA.        *
      *----------------------------------------------------------------*
           MOVE '2200-IMPRIME-LISTA'       TO         WS-CODIGO-AREA.

           READ  CERMST.
           IF  WS-FS-CER  NOT EQUAL '00'
           AND WS-FS-CER  NOT EQUAL '10'
               MOVE WS-FS-CER              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER SNAPSHOT CERMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CER                   NOT EQUAL  '00'
               GO TO 2200-99-IMPRIME-LISTA-EXIT
           END-IF.

           IF  CER-GESTOR                  NOT EQUAL  WS-GESTOR-ANT
               IF  WS-LISTADOS             GREATER    ZEROS
                   WRITE REG-REL           FROM       ROD-GESTOR
                   PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT
               END-IF
               MOVE SPACES                 TO         REG-REL
               WRITE REG-REL
               PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT
               MOVE CER-GESTOR             TO         CABG-GESTOR
               IF  CER-GESTOR              EQUAL      WS-SEM-GESTOR
                   MOVE 'SEM GESTOR NO OPRGES - EXPIRA NO FECHAMENTO'
                                           TO         CABG-OBS
               ELSE
                   MOVE SPACES             TO         CABG-OBS
               END-IF
               ADD  1                      TO         WS-GESTORES
               WRITE REG-REL               FROM       CAB-GESTOR
               PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT
               WRITE REG-REL               FROM       CAB-COL-LISTA
               PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT
               MOVE CER-GESTOR             TO         WS-GESTOR-ANT
           END-IF.

           MOVE CER-OPERADOR               TO         DETL-OPERADOR.
           MOVE CER-NOME                   TO         DETL-NOME.
           MOVE CER-PROGRAMA               TO         DETL-PROGRAMA.
           MOVE CER-MODO                   TO         DETL-MODO.
           IF  CER-DATA-EXPIRA             EQUAL      WS-SEM-PRAZO
               MOVE 'SEM PRAZO'            TO         DETL-EXPIRA
           ELSE
               MOVE CER-DATA-EXPIRA        TO         WS-DATA-EDIT
               PERFORM 8100-FORMATA-DATA THRU 8100-99-FORMATA-DATA-EXIT
               MOVE WS-DATA-BARRA          TO         DETL-EXPIRA
           END-IF.
           IF  CER-DATA-EXPIRA             LESS       WS-DATA-HOJE
               MOVE 'VENCIDA'              TO         DETL-SITUACAO
               MOVE SPACES                 TO         DETL-ASSINA
               ADD  1                      TO         WS-VENCIDOS
           ELSE
               MOVE 'VIGENTE'              TO         DETL-SITUACAO
               MOVE '[ ]R   [ ]N'          TO         DETL-ASSINA
               ADD  1                      TO         WS-VIGENTES
           END-IF.
           IF  CER-GESTOR                  EQUAL      WS-SEM-GESTOR
               ADD  1                      TO         WS-SEM-GESTOR-QTDE
           END-IF.
           WRITE REG-REL                   FROM       DET-LISTA.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.
           ADD  1                          TO         WS-LISTADOS.
      *----------------------------------------------------------------*
       2200-99-IMPRIME-LISTA-EXIT.         EXIT.
      *================================================================*
       3000-FECHA-CAMPANHA                 SECTION.
      *================================================================*
      * ASSINATURAS APLICADAS AO SNAPSHOT E NOVA GERACAO DO OPAUT.     *
      *----------------------------------------------------------------*
           MOVE '3000-FECHA-CAMPANHA'      TO         WS-CODIGO-AREA.

           PERFORM 3100-CARREGA-CAMPANHA
               THRU 3100-99-CARREGA-CAMPANHA-EXIT.

           IF  WS-DATA-HOJE            NOT GREATER    WS-DATA-LIMITE
               DISPLAY 'DATA LIMITE DA CAMPANHA: ' WS-DATA-LIMITE
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'PRAZO DA RECERTIFICACAO AINDA NAO VENCEU'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CERRSP.
           IF    WS-FS-RSP                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-RSP
           ELSE
                 IF  WS-FS-RSP             NOT EQUAL  '00'
                     MOVE WS-FS-RSP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DAS ASSINATURAS CERRSP'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.

           OPEN  OUTPUT                    CERREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO CERREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3200-LE-RESPOSTA THRU 3200-99-LE-RESPOSTA-EXIT
                   UNTIL WS-FS-RSP         EQUAL      '10'.

           IF  WS-LIDOS-RSP                GREATER    ZEROS
               MOVE '00'                   TO         WS-FS-RSP
               CLOSE CERRSP
           END-IF.

           OPEN  INPUT                     OPAUT.
           IF    WS-FS-AUT                 NOT EQUAL  '00'
                 MOVE WS-FS-AUT            TO         WS-AREA-STAT
                 MOVE 'SEM ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           OPEN  OUTPUT                    OPAUTN.
           IF    WS-FS-AUTN                NOT EQUAL  '00'
                 MOVE WS-FS-AUTN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA NOVA GERACAO OPAUTN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-LIMITE             TO         WS-DATA-EDIT.
           PERFORM 8100-FORMATA-DATA THRU 8100-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-BARRA              TO         CABE-LIMITE.
           WRITE REG-REL                   FROM       CAB-EXPIRADAS.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.
           WRITE REG-REL                   FROM       CAB-COL-EXPIRA.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.

           PERFORM 3300-ROLA-OPAUT THRU 3300-99-ROLA-OPAUT-EXIT
                   UNTIL WS-FS-AUT         EQUAL      '10'.

           MOVE '00'                       TO         WS-FS-AUT.
           CLOSE OPAUT.
      *----------------------------------------------------------------*
       3000-99-FECHA-CAMPANHA-EXIT.        EXIT.
      *================================================================*
       3100-CARREGA-CAMPANHA               SECTION.
      *================================================================*
           MOVE '3100-CARREGA-CAMPANHA'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CERMST.
           IF    WS-FS-CER                 NOT EQUAL  '00'
                 MOVE WS-FS-CER            TO         WS-AREA-STAT
                 MOVE 'SEM CAMPANHA ABERTA - SNAPSHOT CERMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 3110-LE-CAMPANHA THRU 3110-99-LE-CAMPANHA-EXIT
                   UNTIL WS-FS-CER         EQUAL      '10'.

           CLOSE CERMST.

           IF  WS-QTDE-CER                 EQUAL      ZEROS
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'SNAPSHOT CERMST VAZIO - CAMPANHA SEM ENTRADAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3100-99-CARREGA-CAMPANHA-EXIT.      EXIT.
      *================================================================*
       3110-LE-CAMPANHA                    SECTION.
      *================================================================*
           READ  CERMST.

           IF  WS-FS-CER  NOT EQUAL '00'
           AND WS-FS-CER  NOT EQUAL '10'
               MOVE WS-FS-CER              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER SNAPSHOT CERMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CER                   EQUAL      '00'
               IF  WS-QTDE-CER             EQUAL      2000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'SNAPSHOT CERMST MAIOR QUE 2000 ENTRADAS'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-CER
               MOVE CER-CHAVE       TO  WS-CER-CHAVE   (WS-QTDE-CER)
               MOVE CER-GESTOR      TO  WS-CER-GESTOR  (WS-QTDE-CER)
               MOVE SPACES          TO  WS-CER-DECISAO (WS-QTDE-CER)
               MOVE CER-DATA-ABERTURA      TO         WS-DATA-ABERTURA
               MOVE CER-DATA-LIMITE        TO         WS-DATA-LIMITE
           END-IF.
      *----------------------------------------------------------------*
       3110-99-LE-CAMPANHA-EXIT.           EXIT.
      *================================================================*
       3200-LE-RESPOSTA                    SECTION.
      *================================================================*
      * A ULTIMA ASSINATURA VALIDA DE CADA ENTRADA PREVALECE.          *
      *----------------------------------------------------------------*
           MOVE '3200-LE-RESPOSTA'         TO         WS-CODIGO-AREA.

           READ  CERRSP.
           IF  WS-FS-RSP  NOT EQUAL '00'
           AND WS-FS-RSP  NOT EQUAL '10'
               MOVE WS-FS-RSP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ASSINATURAS CERRSP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-RSP                   NOT EQUAL  '00'
               GO TO 3200-99-LE-RESPOSTA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-RSP.

           IF  NOT RSP-RECERTIFICA
           AND NOT RSP-REVOGA
               MOVE 'DECISAO INVALIDA'     TO         WS-MOTIVO-REJ
               GO TO 3200-80-REJEITA
           END-IF.

           IF  RSP-DATA                    NOT NUMERIC
           OR  RSP-DATA                    LESS       WS-DATA-ABERTURA
           OR  RSP-DATA                    GREATER    WS-DATA-LIMITE
               MOVE 'ASSINATURA FORA DO PRAZO'
                                           TO         WS-MOTIVO-REJ
               GO TO 3200-80-REJEITA
           END-IF.

           IF  RSP-GESTOR                  EQUAL      RSP-OPERADOR
               MOVE 'OPERADOR NAO RECERTIFICA A SI'
                                           TO         WS-MOTIVO-REJ
               GO TO 3200-80-REJEITA
           END-IF.

           MOVE RSP-CHAVE                  TO         WS-CHAVE-PROCURA.
           PERFORM 3350-LOCALIZA-ENTRADA
               THRU 3350-99-LOCALIZA-ENTRADA-EXIT.
           IF  WS-IND-CER-ACH              EQUAL      ZEROS
               MOVE 'AUTORIZACAO FORA DA CAMPANHA'
                                           TO         WS-MOTIVO-REJ
               GO TO 3200-80-REJEITA
           END-IF.

           IF  RSP-GESTOR      NOT EQUAL  WS-CER-GESTOR (WS-IND-CER-ACH)
               MOVE 'ASSINANTE NAO EH O GESTOR'
                                           TO         WS-MOTIVO-REJ
               GO TO 3200-80-REJEITA
           END-IF.

           MOVE RSP-DECISAO       TO  WS-CER-DECISAO (WS-IND-CER-ACH).
           ADD  1                          TO         WS-RSP-ACEITAS.
           GO TO 3200-99-LE-RESPOSTA-EXIT.

       3200-80-REJEITA.
           MOVE SPACES                     TO         REG-REJ.
           MOVE RSP-LINHA                  TO         REJ-LINHA.
           MOVE WS-MOTIVO-REJ              TO         REJ-MOTIVO.
           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO CERREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-RSP-REJEITADAS.
      *----------------------------------------------------------------*
       3200-99-LE-RESPOSTA-EXIT.           EXIT.
      *================================================================*
       3300-ROLA-OPAUT                     SECTION.
      *================================================================*
      * ENTRADA DA CAMPANHA AINDA VIGENTE DEPOIS DA DATA LIMITE E SEM  *
      * RECERTIFICACAO PASSA A EXPIRAR NA DATA LIMITE.                 *
      *----------------------------------------------------------------*
           MOVE '3300-ROLA-OPAUT'          TO         WS-CODIGO-AREA.

           READ  OPAUT.
           IF  WS-FS-AUT  NOT EQUAL '00'
           AND WS-FS-AUT  NOT EQUAL '10'
               MOVE WS-FS-AUT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE AUTORIZACAO OPAUT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-AUT                   NOT EQUAL  '00'
               GO TO 3300-99-ROLA-OPAUT-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-AUT.

           MOVE REG-AUT (1:17)             TO         WS-CHAVE-PROCURA.
           PERFORM 3350-LOCALIZA-ENTRADA
               THRU 3350-99-LOCALIZA-ENTRADA-EXIT.

           IF  WS-IND-CER-ACH              EQUAL      ZEROS
               ADD  1                      TO         WS-FORA-CAMPANHA
               GO TO 3300-80-GRAVA
           END-IF.

           IF  AUT-DATA-EXPIRA         NOT GREATER    WS-DATA-LIMITE
               ADD  1                      TO         WS-VENCIDOS
               GO TO 3300-80-GRAVA
           END-IF.

           EVALUATE WS-CER-DECISAO (WS-IND-CER-ACH)
               WHEN 'R'
                   ADD  1                  TO         WS-RECERTIFICADOS
                   GO TO 3300-80-GRAVA
               WHEN 'N'
                   ADD  1                  TO         WS-REVOGADOS
                   MOVE 'REVOGADA PELO GESTOR'
                                           TO         DETE-MOTIVO
               WHEN OTHER
                   ADD  1                  TO         WS-SEM-RESPOSTA
                   MOVE 'NAO RECERTIFICADA NO PRAZO'
                                           TO         DETE-MOTIVO
           END-EVALUATE.

           MOVE WS-CER-GESTOR (WS-IND-CER-ACH) TO     DETE-GESTOR.
           MOVE AUT-OPERADOR               TO         DETE-OPERADOR.
           MOVE AUT-PROGRAMA               TO         DETE-PROGRAMA.
           MOVE AUT-MODO                   TO         DETE-MODO.
           IF  AUT-DATA-EXPIRA             EQUAL      WS-SEM-PRAZO
               MOVE 'SEM PRAZO'            TO         DETE-EXPIRAVA
           ELSE
               MOVE AUT-DATA-EXPIRA        TO         WS-DATA-EDIT
               PERFORM 8100-FORMATA-DATA THRU 8100-99-FORMATA-DATA-EXIT
               MOVE WS-DATA-BARRA          TO         DETE-EXPIRAVA
           END-IF.
           WRITE REG-REL                   FROM       DET-EXPIRA.
           PERFORM 8000-FS-RELCER THRU 8000-99-FS-RELCER-EXIT.

           MOVE WS-DATA-LIMITE             TO         AUT-DATA-EXPIRA.

       3300-80-GRAVA.
           WRITE REG-AUTN                  FROM       REG-AUT.
           IF  WS-FS-AUTN                  NOT EQUAL  '00'
               MOVE WS-FS-AUTN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NOVA GERACAO OPAUTN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-AUTN.
      *----------------------------------------------------------------*
       3300-99-ROLA-OPAUT-EXIT.            EXIT.
      *================================================================*
       3350-LOCALIZA-ENTRADA               SECTION.
      *================================================================*
      * PROCURA WS-CHAVE-PROCURA (OPERADOR + PROGRAMA + MODO) NA       *
      * TABELA DA CAMPANHA; DEVOLVE O INDICE EM WS-IND-CER-ACH.        *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-IND-CER-ACH.
           PERFORM 3360-COMPARA-ENTRADA
               THRU 3360-99-COMPARA-ENTRADA-EXIT
                   VARYING WS-IND-CER FROM 1 BY 1
                   UNTIL WS-IND-CER GREATER WS-QTDE-CER
                   OR    WS-IND-CER-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       3350-99-LOCALIZA-ENTRADA-EXIT.      EXIT.
      *================================================================*
       3360-COMPARA-ENTRADA                SECTION.
      *================================================================*
           IF  WS-CER-CHAVE (WS-IND-CER)   EQUAL      WS-CHAVE-PROCURA
               MOVE WS-IND-CER             TO         WS-IND-CER-ACH
           END-IF.
      *----------------------------------------------------------------*
       3360-99-COMPARA-ENTRADA-EXIT.       EXIT.
      *================================================================*
       8000-FS-RELCER                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELCER'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELCER-EXIT.             EXIT.
      *================================================================*
       8100-FORMATA-DATA                   SECTION.
      *================================================================*
      * WS-DATA-EDIT (AAAAMMDD) -> WS-DATA-BARRA (DD/MM/AAAA).         *
      *----------------------------------------------------------------*
           MOVE WS-EDIT-DIA                TO         WS-BARRA-DIA.
           MOVE WS-EDIT-MES                TO         WS-BARRA-MES.
           MOVE WS-EDIT-ANO                TO         WS-BARRA-ANO.
      *----------------------------------------------------------------*
       8100-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RELCER.
           IF  WS-MODO-FECHAMENTO
               CLOSE CERREJ  OPAUTN
           END-IF.

           IF  WS-FS-REL                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-AUTN                  NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* OPERADOR              =    ' WS-OPR-OPERADOR.
           DISPLAY '* MODO                  =    ' WS-OPR-MODO.
           DISPLAY '* DATA LIMITE CAMPANHA  =    ' WS-DATA-LIMITE.
           DISPLAY '* ENTRADAS LIDAS OPAUT  =    ' WS-LIDOS-AUT.
           IF  WS-MODO-ABERTURA
               DISPLAY '* ENTRADAS LISTADAS     =    ' WS-LISTADOS
               DISPLAY '*   VIGENTES            =    ' WS-VIGENTES
               DISPLAY '*   JA VENCIDAS         =    ' WS-VENCIDOS
               DISPLAY '*   SEM GESTOR NO OPRGES=    '
                       WS-SEM-GESTOR-QTDE
               DISPLAY '* GESTORES NA LISTA     =    ' WS-GESTORES
               MOVE WS-LISTADOS            TO    WS-RC-QTDE-GRAVADOS
           ELSE
               DISPLAY '* ENTRADAS DA CAMPANHA  =    ' WS-QTDE-CER
               DISPLAY '* ASSINATURAS LIDAS     =    ' WS-LIDOS-RSP
               DISPLAY '*   ACEITAS             =    ' WS-RSP-ACEITAS
               DISPLAY '*   REJEITADAS CERREJ   =    '
                       WS-RSP-REJEITADAS
               DISPLAY '* RECERTIFICADAS        =    '
                       WS-RECERTIFICADOS
               DISPLAY '* REVOGADAS PELO GESTOR =    ' WS-REVOGADOS
               DISPLAY '* EXPIRADAS SEM RESPOSTA=    ' WS-SEM-RESPOSTA
               DISPLAY '* VENCIDAS NO PRAZO     =    ' WS-VENCIDOS
               DISPLAY '* INCLUIDAS APOS ABERT. =    '
                       WS-FORA-CAMPANHA
               DISPLAY '* GRAVADAS OPAUTN       =    ' WS-GRAVADOS-AUTN
               MOVE WS-GRAVADOS-AUTN       TO    WS-RC-QTDE-GRAVADOS
           END-IF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-AUT              TO    WS-RC-QTDE-LIDOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB863S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
