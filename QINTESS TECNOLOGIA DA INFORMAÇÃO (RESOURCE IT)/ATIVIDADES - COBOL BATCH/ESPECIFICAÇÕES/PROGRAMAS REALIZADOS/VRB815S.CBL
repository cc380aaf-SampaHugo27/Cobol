       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB815S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REGISTRO DE CASOS DE FRAUDE COM A CONCLUSAO DOS      *
      * ANALISTAS. O CASO EH IDENTIFICADO PELO CPF E PELA DATA EM QUE  *
      * O VRB782S MANDOU O CLIENTE PARA REVISAO. EM UMA UNICA PASSADA: *
      *   1. CADA LINHA DO FRAUDREV DO DIA ABRE UM CASO (SITUACAO A),  *
      *      COM O GASTO, A MEDIA, O MULTIPLO OBSERVADO E A MARCA DE   *
      *      BLOQUEIO; LINHA JA REGISTRADA (REPROCESSAMENTO) NAO       *
      *      DUPLICA O CASO;                                           *
      *   2. AS DISPOSICOES DOS ANALISTAS (FRDDSP, OPCIONAL) SAO       *
      *      APLICADAS NA ORDEM DA DATA:                               *
      *        C = CLIENTE CONTATADO (CASO SEGUE EM ANDAMENTO)         *
      *        F = FRAUDE CONFIRMADA (ENCERRA O CASO)                  *
      *        L = LEGITIMO          (ENCERRA O CASO)                  *
      *   3. CASO LEGITIMO QUE TEVE BLOQUEIO GERA A TRANSACAO DE       *
      *      DESBLOQUEIO NO LAYOUT DO ARQSTS (FRDDSB, STATUS 'A',      *
      *      TIPO 'A') PARA AS CONTAS DO CPF QUE ESTAO EM 'B' NO       *
      *      INDICE ALTERNADO (VRB712S) - O VRB674S APLICA NO CLUSTER  *
      *      E GRAVA A TRILHA ARQAUD (B -> A). CONTA EM BLOQUEIO       *
      *      JUDICIAL, OBITO OU INATIVA NAO EH TOCADA;                 *
      *   4. DISPOSICAO INCOERENTE (CASO INEXISTENTE, JA ENCERRADO OU  *
      *      CODIGO INVALIDO) SAI NO RELFRJ SEM ALTERAR O MASTER.      *
      * O MASTER FRDCAS EH REGRAVADO EM FRDCASN. O RESULTADO DOS CASOS *
      * POR MULTIPLO OBSERVADO SAI NO RELATORIO MENSAL DO VRB816S.     *
      * RODA APOS O VRB674S DO DIA, PARA QUE O BLOQUEIO DO VRB782S JA  *
      * ESTEJA APLICADO NO CLUSTER QUANDO O DESBLOQUEIO FOR GERADO.    *
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

           SELECT FRAUDREV       ASSIGN TO FRAUDREV
           FILE STATUS           IS        WS-FS-REV.
      *----------------------------------------------------------------*
           SELECT FRDDSP         ASSIGN TO FRDDSP
           FILE STATUS           IS        WS-FS-DSP.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT FRDSRT         ASSIGN TO FRDSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT FRDCAS         ASSIGN TO FRDCAS
           FILE STATUS           IS        WS-FS-CAS.
      *----------------------------------------------------------------*
           SELECT FRDCASN        ASSIGN TO FRDCASN
           FILE STATUS           IS        WS-FS-CASN.
      *----------------------------------------------------------------*
           SELECT FRDDSB         ASSIGN TO FRDDSB
           FILE STATUS           IS        WS-FS-DSB.
      *----------------------------------------------------------------*
           SELECT RELFRJ         ASSIGN TO RELFRJ
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   CLIENTES EM REVISAO DO DIA (SAIDA DO VRB782S)                *
      *----------------------------------------------------------------*
       FD  FRAUDREV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-REV.

       01  REG-REV.
           05 REV-EXCESSO                  PIC 9(15)V99.
           05 REV-CPF                      PIC 9(11).
           05 REV-NOME                     PIC X(30).
           05 REV-GASTO-DIA                PIC 9(15)V99.
           05 REV-MEDIA-13M                PIC 9(15)V99.
           05 REV-DATA                     PIC 9(08).
           05 REV-MULTIPLO                 PIC 9(03)V99.
           05 REV-BLOQUEADO                PIC X(01).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
      *   DISPOSICOES DOS ANALISTAS DA MESA DE FRAUDE                  *
      *----------------------------------------------------------------*
       FD  FRDDSP
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DSP.

       01  REG-DSP.
           05 DSP-CHAVE.
              10 DSP-CPF                   PIC 9(11).
              10 DSP-DATA-CASO             PIC 9(08).
           05 DSP-DISPOSICAO               PIC X(01).
           05 DSP-DATA                     PIC 9(08).
           05 DSP-ANALISTA                 PIC X(08).
           05 DSP-OBSERVACAO               PIC X(40).
           05 FILLER                       PIC X(04).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE.
              10 SW-CPF                    PIC 9(11).
              10 SW-DATA-CASO              PIC 9(08).
           05 SW-ORDEM                     PIC 9(01).
           05 SW-DATA-EVENTO               PIC 9(08).
           05 SW-TIPO                      PIC X(01).
           05 SW-NOME                      PIC X(30).
           05 SW-GASTO-DIA                 PIC 9(15)V99.
           05 SW-MEDIA-13M                 PIC 9(15)V99.
           05 SW-MULTIPLO                  PIC 9(03)V99.
           05 SW-BLOQUEADO                 PIC X(01).
           05 SW-ANALISTA                  PIC X(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   ABERTURAS E DISPOSICOES CLASSIFICADAS POR CASO               *
      *----------------------------------------------------------------*
       FD  FRDSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE.
              10 SRT-CPF                   PIC 9(11).
              10 SRT-DATA-CASO             PIC 9(08).
           05 SRT-ORDEM                    PIC 9(01).
           05 SRT-DATA-EVENTO              PIC 9(08).
           05 SRT-TIPO                     PIC X(01).
              88 SRT-NOVO-CASO                          VALUE 'N'.
              88 SRT-CONTATADO                          VALUE 'C'.
              88 SRT-FRAUDE                             VALUE 'F'.
              88 SRT-LEGITIMO                           VALUE 'L'.
           05 SRT-NOME                     PIC X(30).
           05 SRT-GASTO-DIA                PIC 9(15)V99.
           05 SRT-MEDIA-13M                PIC 9(15)V99.
           05 SRT-MULTIPLO                 PIC 9(03)V99.
           05 SRT-BLOQUEADO                PIC X(01).
           05 SRT-ANALISTA                 PIC X(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
      *   MASTER DE CASOS DE FRAUDE, POR CPF + DATA DA REVISAO         *
      *----------------------------------------------------------------*
       FD  FRDCAS
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CAS.

       01  REG-CAS.
           05 CAS-CHAVE.
              10 CAS-CPF                   PIC 9(11).
              10 CAS-DATA                  PIC 9(08).
           05 CAS-NOME                     PIC X(30).
           05 CAS-GASTO-DIA                PIC 9(15)V99.
           05 CAS-MEDIA-13M                PIC 9(15)V99.
           05 CAS-MULTIPLO                 PIC 9(03)V99.
           05 CAS-BLOQUEADO                PIC X(01).
              88 CAS-COM-BLOQUEIO                       VALUE 'S'.
           05 CAS-SITUACAO                 PIC X(01).
              88 CAS-SIT-ABERTO                         VALUE 'A'.
              88 CAS-SIT-CONTATADO                      VALUE 'C'.
              88 CAS-SIT-FRAUDE                         VALUE 'F'.
              88 CAS-SIT-LEGITIMO                       VALUE 'L'.
           05 CAS-DATA-CONTATO             PIC 9(08).
           05 CAS-DATA-DISPOSICAO          PIC 9(08).
           05 CAS-ANALISTA                 PIC X(08).
           05 CAS-DESBLOQUEIO              PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  FRDCASN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CASN.

       01  REG-CASN                        PIC X(120).
      *----------------------------------------------------------------*
      *   DESBLOQUEIO DO CASO LEGITIMO, NO LAYOUT DO ARQSTS            *
      *----------------------------------------------------------------*
       FD  FRDDSB
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-STS.

       01  REG-STS.
           05 STS-CONTA                    PIC 9(10).
           05 STS-CPF                      PIC 9(11).
           05 STS-NOME                     PIC X(30).
           05 STS-STATUS                   PIC X(01).
           05 STS-TIPO-TRANS               PIC X(01).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  RELFRJ
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-REV                       PIC X(02)     VALUE '00'.
       77  WS-FS-DSP                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAS                       PIC X(02)     VALUE '00'.
       77  WS-FS-CASN                      PIC X(02)     VALUE '00'.
       77  WS-FS-DSB                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FRDCAS-ABERTO                PIC X(01)     VALUE 'N'.
       77  WS-FRDDSP-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 CHAVES CORRENTES DO BATIMENTO                  *
      *----------------------------------------------------------------*
       77  WS-CHAVE-CAS                    PIC X(19)     VALUE ZEROS.
       77  WS-CHAVE-SRT                    PIC X(19)     VALUE ZEROS.
       77  WS-CHAVE-MENOR                  PIC X(19)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CASO DA CHAVE CORRENTE (RETIDO ATE A QUEBRA)            *
      *----------------------------------------------------------------*
       77  WS-TEM-CASO                     PIC X(01)     VALUE 'N'.
           88 WS-TEM-CASO-SIM                            VALUE 'S'.
       01  WS-CASO.
           05 WS-CAS-CHAVE.
              10 WS-CAS-CPF                PIC 9(11).
              10 WS-CAS-DATA               PIC 9(08).
           05 WS-CAS-NOME                  PIC X(30).
           05 WS-CAS-GASTO-DIA             PIC 9(15)V99.
           05 WS-CAS-MEDIA-13M             PIC 9(15)V99.
           05 WS-CAS-MULTIPLO              PIC 9(03)V99.
           05 WS-CAS-BLOQUEADO             PIC X(01).
           05 WS-CAS-SITUACAO              PIC X(01).
           05 WS-CAS-DATA-CONTATO          PIC 9(08).
           05 WS-CAS-DATA-DISPOSICAO       PIC 9(08).
           05 WS-CAS-ANALISTA              PIC X(08).
           05 WS-CAS-DESBLOQUEIO           PIC X(01).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *                 DATAS DO DIA E DO EVENTO                       *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-EVENTO                  PIC 9(08)     VALUE ZEROS.
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
      *                 ROTINA VRB712S (INDICE ALTERNADO)              *
      *----------------------------------------------------------------*
       77  WS-VRB712S                      PIC X(08)   VALUE 'VRB712S'.
       01  WS-712-PARM.
           05  WS-712-CPF                  PIC 9(11).
           05  WS-712-RETORNO              PIC X(01).
           05  WS-712-QTDE-CONTAS          PIC 9(02).
           05  WS-712-CONTA-OCR            OCCURS 10 TIMES.
               10  WS-712-CONTA            PIC 9(10).
               10  WS-712-NOME             PIC X(30).
               10  WS-712-STATUS           PIC X(01).
       77  WS-IND-712                      PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-CONTAS-DO-CASO               PIC 9(02)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-REV                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-DSP                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CASN                PIC 9(07)     VALUE ZEROS.
       77  WS-CASOS-ABERTOS                PIC 9(07)     VALUE ZEROS.
       77  WS-JA-REGISTRADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-CONTATOS                     PIC 9(07)     VALUE ZEROS.
       77  WS-FRAUDES                      PIC 9(07)     VALUE ZEROS.
       77  WS-LEGITIMOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-CASOS-DESBLOQUEADOS          PIC 9(07)     VALUE ZEROS.
       77  WS-CONTAS-DESBLOQUEADAS         PIC 9(07)     VALUE ZEROS.
       77  WS-EM-ANDAMENTO                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB815S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB815S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DO RELATORIO DE DISPOSICOES REJEITADAS         *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'CASOS DE FRAUDE - DISPOSICOES REJEITADAS'.
           05 FILLER                       PIC X(04)  VALUE ' EM '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CPF         DATA CASO  D ANALISTA MOTIVO'.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-REJEITO.
           05 DETR-CPF                     PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DATA-CASO               PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-DISPOSICAO              PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-ANALISTA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-MOTIVO                  PIC X(46)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0100-CLASSIFICA-MOVTOS
               THRU 0100-99-CLASSIFICA-MOVTOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-CHAVE-CAS      EQUAL HIGH-VALUES
                     AND WS-CHAVE-SRT      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0100-CLASSIFICA-MOVTOS              SECTION.
      *================================================================*
      * JUNTA AS ABERTURAS DO FRAUDREV E AS DISPOSICOES DO FRDDSP EM   *
      * UM SO ARQUIVO DE TRABALHO, POR CASO: A ABERTURA (ORDEM 0) VEM  *
      * ANTES DAS DISPOSICOES (ORDEM 1), ESTAS PELA DATA INFORMADA.    *
      *----------------------------------------------------------------*
           MOVE '0100-CLASSIFICA-MOVTOS'   TO    WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-DATA-HOJE.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-ORDEM
                                           SW-DATA-EVENTO
                WITH DUPLICATES IN ORDER
                INPUT  PROCEDURE IS        0150-CARREGA-MOVTOS
                GIVING                     FRDSRT.
      *----------------------------------------------------------------*
       0100-99-CLASSIFICA-MOVTOS-EXIT.     EXIT.
      *================================================================*
       0150-CARREGA-MOVTOS                 SECTION.
      *================================================================*
           MOVE '0150-CARREGA-MOVTOS'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FRAUDREV.
           IF    WS-FS-REV                 NOT EQUAL  '00'
                 MOVE WS-FS-REV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO FRAUDREV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * DIA SEM DISPOSICAO DOS ANALISTAS: SEM O FRDDSP (35) SO ABRE
      * OS CASOS NOVOS.
           OPEN  INPUT                     FRDDSP.
           IF    WS-FS-DSP                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-DSP
           ELSE
                 IF  WS-FS-DSP             NOT EQUAL  '00'
                     MOVE WS-FS-DSP        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO ARQUIVO FRDDSP'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-FRDDSP-ABERTO
           END-IF.

           PERFORM 0160-RELEASE-ABERTURA
               THRU 0160-99-RELEASE-ABERTURA-EXIT
                   UNTIL WS-FS-REV         EQUAL      '10'.

           PERFORM 0170-RELEASE-DISPOSICAO
               THRU 0170-99-RELEASE-DISPOSICAO-EXIT
                   UNTIL WS-FS-DSP         EQUAL      '10'.

           CLOSE FRAUDREV.
           IF  WS-FRDDSP-ABERTO            EQUAL      'S'
               CLOSE FRDDSP
           END-IF.
      *----------------------------------------------------------------*
       0150-99-CARREGA-MOVTOS-EXIT.        EXIT.
      *================================================================*
       0160-RELEASE-ABERTURA               SECTION.
      *================================================================*
      * FRAUDREV GRAVADO ANTES DA DATA NO REGISTRO ASSUME O DIA.       *
      *----------------------------------------------------------------*
           READ FRAUDREV.

           IF  WS-FS-REV   NOT EQUAL '00'
           AND WS-FS-REV   NOT EQUAL '10'
               MOVE '0160-RELEASE-ABERTURA' TO        WS-CODIGO-AREA
               MOVE WS-FS-REV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO FRAUDREV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-REV                   EQUAL      '10'
               GO TO 0160-99-RELEASE-ABERTURA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-REV.
           MOVE SPACES                     TO         REG-SORTWK.
           MOVE REV-CPF                    TO         SW-CPF.
           IF  REV-DATA                    NUMERIC
           AND REV-DATA                    GREATER    ZEROS
               MOVE REV-DATA               TO         SW-DATA-CASO
           ELSE
               MOVE WS-DATA-HOJE           TO         SW-DATA-CASO
           END-IF.
           MOVE 0                          TO         SW-ORDEM.
           MOVE SW-DATA-CASO               TO         SW-DATA-EVENTO.
           MOVE 'N'                        TO         SW-TIPO.
           MOVE REV-NOME                   TO         SW-NOME.
           MOVE REV-GASTO-DIA              TO         SW-GASTO-DIA.
           MOVE REV-MEDIA-13M              TO         SW-MEDIA-13M.
           IF  REV-MULTIPLO                NUMERIC
               MOVE REV-MULTIPLO           TO         SW-MULTIPLO
           ELSE
               MOVE ZEROS                  TO         SW-MULTIPLO
           END-IF.
           IF  REV-BLOQUEADO               EQUAL      'S'
               MOVE 'S'                    TO         SW-BLOQUEADO
           ELSE
               MOVE 'N'                    TO         SW-BLOQUEADO
           END-IF.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0160-99-RELEASE-ABERTURA-EXIT.      EXIT.
      *================================================================*
       0170-RELEASE-DISPOSICAO             SECTION.
      *================================================================*
      * DISPOSICAO SEM DATA ASSUME O DIA.                              *
      *----------------------------------------------------------------*
           READ FRDDSP.

           IF  WS-FS-DSP   NOT EQUAL '00'
           AND WS-FS-DSP   NOT EQUAL '10'
               MOVE '0170-RELEASE-DISPOSICAO' TO      WS-CODIGO-AREA
               MOVE WS-FS-DSP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO FRDDSP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-DSP                   EQUAL      '10'
               GO TO 0170-99-RELEASE-DISPOSICAO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-DSP.
           MOVE SPACES                     TO         REG-SORTWK.
           MOVE DSP-CHAVE                  TO         SW-CHAVE.
           MOVE 1                          TO         SW-ORDEM.
           IF  DSP-DATA                    NUMERIC
           AND DSP-DATA                    GREATER    ZEROS
               MOVE DSP-DATA               TO         SW-DATA-EVENTO
           ELSE
               MOVE WS-DATA-HOJE           TO         SW-DATA-EVENTO
           END-IF.
           MOVE DSP-DISPOSICAO             TO         SW-TIPO.
           MOVE ZEROS                      TO         SW-GASTO-DIA
                                                      SW-MEDIA-13M
                                                      SW-MULTIPLO.
           MOVE DSP-ANALISTA               TO         SW-ANALISTA.
           RELEASE REG-SORTWK.
      *----------------------------------------------------------------*
       0170-99-RELEASE-DISPOSICAO-EXIT.    EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FRDSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB FRDSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * PRIMEIRA RODADA: SEM O MASTER FRDCAS (35) NAO HA CASO
      * REGISTRADO.
           OPEN  INPUT                     FRDCAS.
           IF    WS-FS-CAS                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CAS
                 MOVE HIGH-VALUES          TO         WS-CHAVE-CAS
           ELSE
                 IF  WS-FS-CAS             NOT EQUAL  '00'
                     MOVE WS-FS-CAS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER FRDCAS'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-FRDCAS-ABERTO
                 PERFORM 1100-LER-FRDCAS THRU 1100-99-LER-FRDCAS-EXIT
           END-IF.

           OPEN  OUTPUT  FRDCASN  FRDDSB  RELFRJ.
           IF    WS-FS-CASN                NOT EQUAL  '00'
           OR    WS-FS-DSB                 NOT EQUAL  '00'
           OR    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-CASN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 2950-FORMATA-DATA
               THRU 2950-99-FORMATA-DATA-EXIT.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.

           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELFRJ THRU 8000-99-FS-RELFRJ-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELFRJ THRU 8000-99-FS-RELFRJ-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELFRJ THRU 8000-99-FS-RELFRJ-EXIT.

           PERFORM 1200-LER-FRDSRT   THRU  1200-99-LER-FRDSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-FRDCAS                     SECTION.
      *================================================================*
           READ FRDCAS.

           IF  WS-FS-CAS   NOT EQUAL '00'
           AND WS-FS-CAS   NOT EQUAL '10'
               MOVE '1100-LER-FRDCAS'      TO         WS-CODIGO-AREA
               MOVE WS-FS-CAS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FRDCAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CAS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-CAS
           ELSE
               MOVE CAS-CHAVE              TO         WS-CHAVE-CAS
               ADD  1                      TO         WS-LIDOS-CAS
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-FRDCAS-EXIT.            EXIT.
      *================================================================*
       1200-LER-FRDSRT                     SECTION.
      *================================================================*
           READ FRDSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1200-LER-FRDSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO FRDSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-SRT
           ELSE
               MOVE SRT-CHAVE              TO         WS-CHAVE-SRT
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-FRDSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BALANCE-LINE PELA CHAVE CPF + DATA DA REVISAO: RETEM O CASO DA *
      * CHAVE, APLICA A ABERTURA E AS DISPOSICOES DELE NA ORDEM E      *
      * GRAVA O RESULTADO NO MASTER NOVO.                              *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-CAS               TO         WS-CHAVE-MENOR.
           IF  WS-CHAVE-SRT                LESS       WS-CHAVE-MENOR
               MOVE WS-CHAVE-SRT           TO         WS-CHAVE-MENOR
           END-IF.

           MOVE 'N'                        TO         WS-TEM-CASO.
           PERFORM 2100-RETEM-CASO
               THRU 2100-99-RETEM-CASO-EXIT
                   UNTIL WS-CHAVE-CAS      NOT EQUAL  WS-CHAVE-MENOR.

           PERFORM 2200-APLICA-MOVIMENTO
               THRU 2200-99-APLICA-MOVIMENTO-EXIT
                   UNTIL WS-CHAVE-SRT      NOT EQUAL  WS-CHAVE-MENOR.

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

           MOVE REG-CAS                    TO         WS-CASO.
           MOVE 'S'                        TO         WS-TEM-CASO.

           PERFORM 1100-LER-FRDCAS   THRU  1100-99-LER-FRDCAS-EXIT.
      *----------------------------------------------------------------*
       2100-99-RETEM-CASO-EXIT.            EXIT.
      *================================================================*
       2200-APLICA-MOVIMENTO               SECTION.
      *================================================================*
           MOVE SRT-DATA-EVENTO            TO         WS-DATA-EVENTO.

           IF  SRT-CHAVE                   NOT NUMERIC
           OR  SRT-CPF                     EQUAL      ZEROS
           OR  SRT-DATA-CASO               EQUAL      ZEROS
               MOVE 'CHAVE DO CASO INVALIDA'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2200-90-PROXIMO
           END-IF.

           EVALUATE TRUE
               WHEN SRT-NOVO-CASO
                   PERFORM 2300-ABRE-CASO
                       THRU 2300-99-ABRE-CASO-EXIT
               WHEN SRT-CONTATADO
                   PERFORM 2400-REGISTRA-CONTATO
                       THRU 2400-99-REGISTRA-CONTATO-EXIT
               WHEN SRT-FRAUDE
               WHEN SRT-LEGITIMO
                   PERFORM 2500-ENCERRA-CASO
                       THRU 2500-99-ENCERRA-CASO-EXIT
               WHEN OTHER
                   MOVE 'CODIGO DE DISPOSICAO INVALIDO'
                                           TO         DETR-MOTIVO
                   PERFORM 2700-REJEITA
                       THRU 2700-99-REJEITA-EXIT
           END-EVALUATE.

       2200-90-PROXIMO.
           PERFORM 1200-LER-FRDSRT   THRU  1200-99-LER-FRDSRT-EXIT.
      *----------------------------------------------------------------*
       2200-99-APLICA-MOVIMENTO-EXIT.      EXIT.
      *================================================================*
       2300-ABRE-CASO                      SECTION.
      *================================================================*
      * O MESMO FRAUDREV PROCESSADO DE NOVO NAO DUPLICA NEM REABRE O   *
      * CASO (MESMA CHAVE CPF + DATA).                                 *
      *----------------------------------------------------------------*
           IF  WS-TEM-CASO-SIM
               ADD  1                      TO         WS-JA-REGISTRADOS
               GO TO 2300-99-ABRE-CASO-EXIT
           END-IF.

           MOVE SPACES                     TO         WS-CASO.
           MOVE SRT-CHAVE                  TO         WS-CAS-CHAVE.
           MOVE SRT-NOME                   TO         WS-CAS-NOME.
           MOVE SRT-GASTO-DIA              TO         WS-CAS-GASTO-DIA.
           MOVE SRT-MEDIA-13M              TO         WS-CAS-MEDIA-13M.
           MOVE SRT-MULTIPLO               TO         WS-CAS-MULTIPLO.
           MOVE SRT-BLOQUEADO              TO         WS-CAS-BLOQUEADO.
           MOVE 'A'                        TO         WS-CAS-SITUACAO.
           MOVE ZEROS                      TO    WS-CAS-DATA-CONTATO
                                                 WS-CAS-DATA-DISPOSICAO.
           MOVE 'N'                        TO    WS-CAS-DESBLOQUEIO.
           MOVE 'S'                        TO         WS-TEM-CASO.
           ADD  1                          TO         WS-CASOS-ABERTOS.
      *----------------------------------------------------------------*
       2300-99-ABRE-CASO-EXIT.             EXIT.
      *================================================================*
       2400-REGISTRA-CONTATO               SECTION.
      *================================================================*
      * CONTATO COM O CLIENTE NAO ENCERRA O CASO: FICA REGISTRADO E O  *
      * CASO AGUARDA A CONCLUSAO (FRAUDE OU LEGITIMO).                 *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'CASO DE FRAUDE NAO REGISTRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-REGISTRA-CONTATO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             EQUAL      'F'
           OR  WS-CAS-SITUACAO             EQUAL      'L'
               MOVE 'CASO DE FRAUDE JA ENCERRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2400-99-REGISTRA-CONTATO-EXIT
           END-IF.

           MOVE 'C'                        TO         WS-CAS-SITUACAO.
           MOVE WS-DATA-EVENTO             TO    WS-CAS-DATA-CONTATO.
           MOVE SRT-ANALISTA               TO         WS-CAS-ANALISTA.
           ADD  1                          TO         WS-CONTATOS.
      *----------------------------------------------------------------*
       2400-99-REGISTRA-CONTATO-EXIT.      EXIT.
      *================================================================*
       2500-ENCERRA-CASO                   SECTION.
      *================================================================*
      * CASO LEGITIMO QUE TEVE BLOQUEIO DEVOLVE AS CONTAS AO CLIENTE.  *
      *----------------------------------------------------------------*
           IF  NOT WS-TEM-CASO-SIM
               MOVE 'CASO DE FRAUDE NAO REGISTRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           IF  WS-CAS-SITUACAO             EQUAL      'F'
           OR  WS-CAS-SITUACAO             EQUAL      'L'
               MOVE 'CASO DE FRAUDE JA ENCERRADO'
                                           TO         DETR-MOTIVO
               PERFORM 2700-REJEITA
                   THRU 2700-99-REJEITA-EXIT
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           MOVE SRT-TIPO                   TO         WS-CAS-SITUACAO.
           MOVE WS-DATA-EVENTO             TO  WS-CAS-DATA-DISPOSICAO.
           MOVE SRT-ANALISTA               TO         WS-CAS-ANALISTA.

           IF  SRT-FRAUDE
               ADD  1                      TO         WS-FRAUDES
               GO TO 2500-99-ENCERRA-CASO-EXIT
           END-IF.

           ADD  1                          TO         WS-LEGITIMOS.
           IF  WS-CAS-BLOQUEADO            EQUAL      'S'
               PERFORM 2600-DESBLOQUEIA-CONTAS
                   THRU 2600-99-DESBLOQUEIA-CONTAS-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2500-99-ENCERRA-CASO-EXIT.          EXIT.
      *================================================================*
       2600-DESBLOQUEIA-CONTAS             SECTION.
      *================================================================*
      * AS CONTAS DO CPF VEM PELO INDICE ALTERNADO (VRB712S); SO A     *
      * CONTA EM 'B' GERA A TRANSACAO 'A' NO LAYOUT DO ARQSTS PARA O   *
      * VRB674S REATIVAR NO CLUSTER E LOGAR NA TRILHA ARQAUD.          *
      *----------------------------------------------------------------*
           MOVE '2600-DESBLOQUEIA-CONTAS'  TO         WS-CODIGO-AREA.
           MOVE ZEROS                      TO         WS-CONTAS-DO-CASO.

           INITIALIZE WS-712-PARM.
           MOVE WS-CAS-CPF                 TO         WS-712-CPF.
           CALL WS-VRB712S                 USING      WS-712-PARM.
           IF  WS-712-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NA CONSULTA DO INDICE ALTERNADO VRB712S'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2650-GRAVA-DESBLOQUEIO
               THRU 2650-99-GRAVA-DESBLOQUEIO-EXIT
                   VARYING WS-IND-712 FROM 1 BY 1
                   UNTIL WS-IND-712 GREATER WS-712-QTDE-CONTAS.

           IF  WS-CONTAS-DO-CASO           GREATER    ZEROS
               MOVE 'S'                    TO         WS-CAS-DESBLOQUEIO
               ADD  1                      TO  WS-CASOS-DESBLOQUEADOS
           END-IF.
      *----------------------------------------------------------------*
       2600-99-DESBLOQUEIA-CONTAS-EXIT.    EXIT.
      *================================================================*
       2650-GRAVA-DESBLOQUEIO              SECTION.
      *================================================================*
           IF  WS-712-STATUS (WS-IND-712)  NOT EQUAL  'B'
               GO TO 2650-99-GRAVA-DESBLOQUEIO-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-STS.
           MOVE WS-712-CONTA (WS-IND-712)  TO         STS-CONTA.
           MOVE WS-CAS-CPF                 TO         STS-CPF.
           MOVE WS-CAS-NOME                TO         STS-NOME.
           MOVE 'A'                        TO         STS-STATUS.
           MOVE 'A'                        TO         STS-TIPO-TRANS.
           WRITE REG-STS.

           IF  WS-FS-DSB                   NOT EQUAL  '00'
               MOVE WS-FS-DSB              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TRANSACOES FRDDSB'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-CONTAS-DO-CASO.
           ADD  1                          TO  WS-CONTAS-DESBLOQUEADAS.
      *----------------------------------------------------------------*
       2650-99-GRAVA-DESBLOQUEIO-EXIT.     EXIT.
      *================================================================*
       2700-REJEITA                        SECTION.
      *================================================================*
           MOVE SRT-CHAVE (1:11)           TO         DETR-CPF.
           IF  SRT-DATA-CASO               NUMERIC
               MOVE SRT-DATA-CASO          TO         WS-DATA-AUX
               PERFORM 2950-FORMATA-DATA
                   THRU 2950-99-FORMATA-DATA-EXIT
               MOVE WS-DATA-FORMATADA      TO         DETR-DATA-CASO
           ELSE
               MOVE SRT-CHAVE (12:8)       TO         DETR-DATA-CASO
           END-IF.
           MOVE SRT-TIPO                   TO         DETR-DISPOSICAO.
           MOVE SRT-ANALISTA               TO         DETR-ANALISTA.
           WRITE REG-REL                   FROM       DET-REJEITO.
           PERFORM 8000-FS-RELFRJ THRU 8000-99-FS-RELFRJ-EXIT.
           ADD  1                          TO         WS-REJEITADAS.
      *----------------------------------------------------------------*
       2700-99-REJEITA-EXIT.               EXIT.
      *================================================================*
       2800-GRAVA-CASO                     SECTION.
      *================================================================*
           WRITE REG-CASN                  FROM       WS-CASO.
           IF  WS-FS-CASN                  NOT EQUAL  '00'
               MOVE WS-FS-CASN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER NOVO FRDCASN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-CASN.
           MOVE 'N'                        TO         WS-TEM-CASO.

           IF  WS-CAS-SITUACAO             EQUAL      'A'
           OR  WS-CAS-SITUACAO             EQUAL      'C'
               ADD  1                      TO         WS-EM-ANDAMENTO
           END-IF.
      *----------------------------------------------------------------*
       2800-99-GRAVA-CASO-EXIT.            EXIT.
      *================================================================*
       2950-FORMATA-DATA                   SECTION.
      *================================================================*
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
      *----------------------------------------------------------------*
       2950-99-FORMATA-DATA-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELFRJ                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELFRJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELFRJ-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE FRDSRT  FRDCASN  FRDDSB  RELFRJ.
           IF  WS-FRDCAS-ABERTO            EQUAL      'S'
               CLOSE FRDCAS
           END-IF.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-CASN                  NOT EQUAL  '00'
           OR  WS-FS-DSB                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-CASN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO FRAUDREV     =    ' WS-LIDOS-REV.
           DISPLAY '* DISPOSICOES LIDAS     =    ' WS-LIDOS-DSP.
           DISPLAY '* CASOS ABERTOS         =    ' WS-CASOS-ABERTOS.
           DISPLAY '* JA REGISTRADOS        =    ' WS-JA-REGISTRADOS.
           DISPLAY '* CLIENTES CONTATADOS   =    ' WS-CONTATOS.
           DISPLAY '* FRAUDES CONFIRMADAS   =    ' WS-FRAUDES.
           DISPLAY '* CASOS LEGITIMOS       =    ' WS-LEGITIMOS.
           DISPLAY '* DISPOSICOES REJEIT.   =    ' WS-REJEITADAS.
           DISPLAY '* CASOS DESBLOQUEADOS   =    '
                   WS-CASOS-DESBLOQUEADOS.
           DISPLAY '* CONTAS DESBLOQUEADAS  =    '
                   WS-CONTAS-DESBLOQUEADAS.
           DISPLAY '* LIDOS EM FRDCAS       =    ' WS-LIDOS-CAS.
           DISPLAY '* GRAVADOS EM FRDCASN   =    ' WS-GRAVADOS-CASN.
           DISPLAY '* CASOS EM ANDAMENTO    =    ' WS-EM-ANDAMENTO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           ADD   WS-LIDOS-REV  WS-LIDOS-DSP GIVING WS-RC-QTDE-LIDOS.
           MOVE  WS-GRAVADOS-CASN          TO    WS-RC-QTDE-GRAVADOS.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB815S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
