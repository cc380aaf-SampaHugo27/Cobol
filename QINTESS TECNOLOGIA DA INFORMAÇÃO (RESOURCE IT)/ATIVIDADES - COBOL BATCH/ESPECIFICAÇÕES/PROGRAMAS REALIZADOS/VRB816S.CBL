       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB816S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE CALIBRAGEM DOS LIMITES DE FRAUDE *
      * (FRDPARM). LE O MASTER DE CASOS FRDCAS (VRB815S) E, PARA OS    *
      * CASOS ABERTOS NO MES DO PARAMETRO PRFPARM (ANOMES), AGRUPA     *
      * PELO MULTIPLO OBSERVADO (GASTO DO DIA / MEDIA 13M) EM FAIXAS   *
      * INTEIRAS - ATE 1,99, 2,00 A 2,99 ... 9,00 A 9,99, 10 OU MAIS - *
      * MAIS A FAIXA SEM HISTORICO (MEDIA ZERO). POR FAIXA:            *
      *   - CASOS, CASOS COM BLOQUEIO, FRAUDES CONFIRMADAS, LEGITIMOS, *
      *     CLIENTES CONTATADOS E AINDA ABERTOS;                       *
      *   - TAXA DE VERDADEIRO POSITIVO = FRAUDE / (FRAUDE + LEGITIMO) *
      *     DA FAIXA E ACUMULADA DA FAIXA PARA CIMA (O QUE SE TERIA SE *
      *     O LIMITE FOSSE O INICIO DA FAIXA);                         *
      *   - MARCA DA FAIXA ONDE ESTAO HOJE OS MULTIPLOS DE REVISAO     *
      *     (REV) E DE BLOQUEIO (BLQ) DO FRDPARM.                      *
      * CASO SO CONTATADO OU AINDA ABERTO NAO ENTRA NA TAXA.           *
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

           SELECT PRFPARM        ASSIGN TO PRFPARM
           FILE STATUS           IS        WS-FS-PRF.
      *----------------------------------------------------------------*
           SELECT FRDPARM        ASSIGN TO FRDPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT FRDCAS         ASSIGN TO FRDCAS
           FILE STATUS           IS        WS-FS-CAS.
      *----------------------------------------------------------------*
           SELECT RELFVP         ASSIGN TO RELFVP
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRF.

       01  REG-PRF.
           05 PRF-ANOMES                   PIC 9(06).
           05 PRF-ANOMES-R REDEFINES PRF-ANOMES.
              10 PRF-ANO                   PIC 9(04).
              10 PRF-MES                   PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  FRDPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-MULTIPLO-REVISAO        PIC 9(03)V99.
           05 PARM-MULTIPLO-BLOQUEIO       PIC 9(03)V99.
           05 FILLER                       PIC X(70).
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
       FD  RELFVP
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PRF                       PIC X(02)     VALUE '00'.
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CAS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FRDCAS-ABERTO                PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *                 MES DE REFERENCIA E LIMITES                    *
      *----------------------------------------------------------------*
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       77  WS-MULTIPLO-REVISAO             PIC 9(03)V99  VALUE ZEROS.
       77  WS-MULTIPLO-BLOQUEIO            PIC 9(03)V99  VALUE ZEROS.
       77  WS-FX-REVISAO                   PIC 9(02)     VALUE ZEROS.
       77  WS-FX-BLOQUEIO                  PIC 9(02)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO DO ENQUADRAMENTO NA FAIXA                *
      *----------------------------------------------------------------*
       77  WS-MULT-AVALIAR                 PIC 9(03)V99  VALUE ZEROS.
       77  WS-MULT-INTEIRO                 PIC 9(03)     VALUE ZEROS.
       77  WS-IND-FX                       PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-ACUM-FRAUDE                  PIC 9(07)     VALUE ZEROS.
       77  WS-ACUM-LEGITIMO                PIC 9(07)     VALUE ZEROS.
       77  WS-TAXA                         PIC 9(03)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FAIXAS: 1 = SEM HISTORICO, 2 = ATE 1,99, 3 A 10 = 2,00 A     *
      *   9,99 (INTEIRO + 1), 11 = 10,00 OU MAIS                       *
      *----------------------------------------------------------------*
       01  WS-TAB-FAIXAS.
           05 WS-FAIXA                     OCCURS 11 TIMES.
              10 WS-FX-CASOS               PIC 9(07).
              10 WS-FX-BLOQUEADOS          PIC 9(07).
              10 WS-FX-FRAUDES             PIC 9(07).
              10 WS-FX-LEGITIMOS           PIC 9(07).
              10 WS-FX-CONTATADOS          PIC 9(07).
              10 WS-FX-ABERTOS             PIC 9(07).
              10 WS-FX-ACUM-TAXA           PIC 9(03)V99.
       01  WS-TAB-ROTULOS.
           05 FILLER                       PIC X(11)   VALUE
                                                  'SEM HISTOR.'.
           05 FILLER                       PIC X(11)   VALUE
                                                  'ATE 1,99   '.
           05 FILLER                       PIC X(11)   VALUE
                                                  '2,00 A 2,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '3,00 A 3,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '4,00 A 4,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '5,00 A 5,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '6,00 A 6,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '7,00 A 7,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '8,00 A 8,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '9,00 A 9,99'.
           05 FILLER                       PIC X(11)   VALUE
                                                  '10,00 OU +'.
       01  WS-TAB-ROTULOS-R REDEFINES WS-TAB-ROTULOS.
           05 WS-ROTULO-FX                 PIC X(11)   OCCURS 11 TIMES.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-CASOS-MES                    PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-CASOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-BLOQUEADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-FRAUDES                  PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-LEGITIMOS                PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-CONTATADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-ABERTOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB816S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB816S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELFVP                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'FRAUDE - TAXA DE VERDADEIRO POSITIVO POR'.
           05 FILLER                       PIC X(23)  VALUE
                  ' MULTIPLO - MES '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-LIMITES.
           05 FILLER                       PIC X(38)  VALUE
                  'MULTIPLOS VIGENTES (FRDPARM): REVISAO '.
           05 CABL-REVISAO                 PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE
                  ' BLOQUEIO '.
           05 CABL-BLOQUEIO                PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'FAIXA MULT.   CASOS  BLOQUE  FRAUDE  LEG'.
           05 FILLER                       PIC X(40)  VALUE
                  'IT.  CONTAT  ABERTO  TX.VP ACUM.% LIM   '.
      *----------------------------------------------------------------*
       01  DET-FAIXA.
           05 DETF-ROTULO                  PIC X(11)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-CASOS                   PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-BLOQUEADOS              PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-FRAUDES                 PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-LEGITIMOS               PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-CONTATADOS              PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-ABERTOS                 PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-TAXA                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-ACUM                    PIC ZZ9,99 VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETF-LIMIAR                  PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  ROD-LEGENDA.
           05 FILLER                       PIC X(40)  VALUE
                  'TX.VP = FRAUDE / (FRAUDE + LEGITIMO); AC'.
           05 FILLER                       PIC X(40)  VALUE
                  'UM.% = DA FAIXA PARA CIMA              '.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-CAS         EQUAL '10'.
           PERFORM 3000-ACUMULA-TAXA
               THRU 3000-99-ACUMULA-TAXA-EXIT
                   VARYING WS-IND-FX FROM 11 BY -1
                   UNTIL WS-IND-FX LESS 2.
           PERFORM 4000-IMPRIME            THRU  4000-99-IMPRIME-EXIT.
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
           INITIALIZE WS-TAB-FAIXAS.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PRF                 NOT EQUAL  '00'
                 MOVE WS-FS-PRF            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PRF                 NOT EQUAL  '00'
           OR    PRF-ANOMES                NOT NUMERIC
           OR    PRF-MES                   LESS       1
           OR    PRF-MES                   GREATER    12
                 MOVE WS-FS-PRF            TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PRF-ANOMES                TO         WS-ANOMES-REF.
           CLOSE PRFPARM.

           OPEN  INPUT                     FRDPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO FRDPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  FRDPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-MULTIPLO-REVISAO     NOT NUMERIC
           OR    PARM-MULTIPLO-BLOQUEIO    NOT NUMERIC
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO FRDPARM VAZIO OU INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-MULTIPLO-REVISAO     TO    WS-MULTIPLO-REVISAO.
           MOVE  PARM-MULTIPLO-BLOQUEIO    TO    WS-MULTIPLO-BLOQUEIO.
           CLOSE FRDPARM.

      * FAIXA ONDE CAI CADA LIMITE VIGENTE, PARA A MARCA REV/BLQ.
           MOVE  WS-MULTIPLO-REVISAO       TO         WS-MULT-AVALIAR.
           PERFORM 2150-ENQUADRA-FAIXA
               THRU 2150-99-ENQUADRA-FAIXA-EXIT.
           MOVE  WS-IND-FX                 TO         WS-FX-REVISAO.
           MOVE  WS-MULTIPLO-BLOQUEIO      TO         WS-MULT-AVALIAR.
           PERFORM 2150-ENQUADRA-FAIXA
               THRU 2150-99-ENQUADRA-FAIXA-EXIT.
           MOVE  WS-IND-FX                 TO         WS-FX-BLOQUEIO.

      * SEM O MASTER FRDCAS (35) AINDA NAO HA CASO: RELATORIO ZERADO.
           OPEN  INPUT                     FRDCAS.
           IF    WS-FS-CAS                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CAS
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

           OPEN  OUTPUT                    RELFVP.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELFVP'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
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

           IF  WS-FS-CAS                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-CAS
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-FRDCAS-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * SO ENTRA O CASO ABERTO NO MES DE REFERENCIA; A SITUACAO EH A   *
      * DO MASTER NA DATA DA RODADA (DISPOSICAO POSTERIOR AO MES       *
      * TAMBEM CONTA).                                                 *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  CAS-DATA (1:6)              NOT EQUAL  WS-ANOMES-REF
               GO TO 2000-90-PROXIMO
           END-IF.

           ADD  1                          TO         WS-CASOS-MES.
           IF  CAS-MEDIA-13M               EQUAL      ZEROS
               MOVE 1                      TO         WS-IND-FX
           ELSE
               MOVE CAS-MULTIPLO           TO         WS-MULT-AVALIAR
               PERFORM 2150-ENQUADRA-FAIXA
                   THRU 2150-99-ENQUADRA-FAIXA-EXIT
           END-IF.

           ADD  1                     TO  WS-FX-CASOS      (WS-IND-FX).
           IF  CAS-COM-BLOQUEIO
               ADD  1                 TO  WS-FX-BLOQUEADOS (WS-IND-FX)
           END-IF.
           EVALUATE TRUE
               WHEN CAS-SIT-FRAUDE
                   ADD  1             TO  WS-FX-FRAUDES    (WS-IND-FX)
               WHEN CAS-SIT-LEGITIMO
                   ADD  1             TO  WS-FX-LEGITIMOS  (WS-IND-FX)
               WHEN CAS-SIT-CONTATADO
                   ADD  1             TO  WS-FX-CONTATADOS (WS-IND-FX)
               WHEN OTHER
                   ADD  1             TO  WS-FX-ABERTOS    (WS-IND-FX)
           END-EVALUATE.

       2000-90-PROXIMO.
           PERFORM 1100-LER-FRDCAS   THRU  1100-99-LER-FRDCAS-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2150-ENQUADRA-FAIXA                 SECTION.
      *================================================================*
      * PARTE INTEIRA DO MULTIPLO: 0 E 1 -> FAIXA 2; 2 A 9 -> INTEIRO  *
      * MAIS 1; 10 OU MAIS -> FAIXA 11.                                *
      *----------------------------------------------------------------*
           MOVE WS-MULT-AVALIAR            TO         WS-MULT-INTEIRO.
           EVALUATE TRUE
               WHEN WS-MULT-INTEIRO        LESS       2
                   MOVE 2                  TO         WS-IND-FX
               WHEN WS-MULT-INTEIRO        GREATER    9
                   MOVE 11                 TO         WS-IND-FX
               WHEN OTHER
                   COMPUTE WS-IND-FX = WS-MULT-INTEIRO + 1
           END-EVALUATE.
      *----------------------------------------------------------------*
       2150-99-ENQUADRA-FAIXA-EXIT.        EXIT.
      *================================================================*
       3000-ACUMULA-TAXA                   SECTION.
      *================================================================*
      * PERCORRE DA FAIXA MAIS ALTA PARA A MAIS BAIXA SOMANDO FRAUDES  *
      * E LEGITIMOS: A TAXA ACUMULADA DE UMA FAIXA EH A QUE O LIMITE   *
      * TERIA SE COMECASSE NELA.                                       *
      *----------------------------------------------------------------*
           ADD  WS-FX-FRAUDES   (WS-IND-FX) TO        WS-ACUM-FRAUDE.
           ADD  WS-FX-LEGITIMOS (WS-IND-FX) TO        WS-ACUM-LEGITIMO.
           IF  WS-ACUM-FRAUDE + WS-ACUM-LEGITIMO GREATER ZEROS
               COMPUTE WS-FX-ACUM-TAXA (WS-IND-FX) ROUNDED =
                       WS-ACUM-FRAUDE * 100 /
                       (WS-ACUM-FRAUDE + WS-ACUM-LEGITIMO)
           ELSE
               MOVE ZEROS              TO  WS-FX-ACUM-TAXA (WS-IND-FX)
           END-IF.
      *----------------------------------------------------------------*
       3000-99-ACUMULA-TAXA-EXIT.          EXIT.
      *================================================================*
       4000-IMPRIME                        SECTION.
      *================================================================*
           MOVE '4000-IMPRIME'             TO         WS-CODIGO-AREA.

           MOVE WS-ANOMES-REF (5:2)        TO         CABT-MES.
           MOVE WS-ANOMES-REF (1:4)        TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.

           MOVE WS-MULTIPLO-REVISAO        TO         CABL-REVISAO.
           MOVE WS-MULTIPLO-BLOQUEIO       TO         CABL-BLOQUEIO.
           WRITE REG-REL                   FROM       CAB-LIMITES.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.

           PERFORM 4100-LINHA-FAIXA
               THRU 4100-99-LINHA-FAIXA-EXIT
                   VARYING WS-IND-FX FROM 1 BY 1
                   UNTIL WS-IND-FX GREATER 11.

      * LINHA DE TOTAL DO MES, TODAS AS FAIXAS.
           MOVE 'TOTAL'                    TO         DETF-ROTULO.
           MOVE WS-TOT-CASOS               TO         DETF-CASOS.
           MOVE WS-TOT-BLOQUEADOS          TO         DETF-BLOQUEADOS.
           MOVE WS-TOT-FRAUDES             TO         DETF-FRAUDES.
           MOVE WS-TOT-LEGITIMOS           TO         DETF-LEGITIMOS.
           MOVE WS-TOT-CONTATADOS          TO         DETF-CONTATADOS.
           MOVE WS-TOT-ABERTOS             TO         DETF-ABERTOS.
           IF  WS-TOT-FRAUDES + WS-TOT-LEGITIMOS GREATER ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-TOT-FRAUDES * 100 /
                       (WS-TOT-FRAUDES + WS-TOT-LEGITIMOS)
           ELSE
               MOVE ZEROS                  TO         WS-TAXA
           END-IF.
           MOVE WS-TAXA                    TO         DETF-TAXA.
           MOVE WS-TAXA                    TO         DETF-ACUM.
           MOVE SPACES                     TO         DETF-LIMIAR.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.
           WRITE REG-REL                   FROM       DET-FAIXA.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.
           WRITE REG-REL                   FROM       ROD-LEGENDA.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.
      *----------------------------------------------------------------*
       4000-99-IMPRIME-EXIT.               EXIT.
      *================================================================*
       4100-LINHA-FAIXA                    SECTION.
      *================================================================*
           MOVE WS-ROTULO-FX     (WS-IND-FX) TO       DETF-ROTULO.
           MOVE WS-FX-CASOS      (WS-IND-FX) TO       DETF-CASOS.
           MOVE WS-FX-BLOQUEADOS (WS-IND-FX) TO       DETF-BLOQUEADOS.
           MOVE WS-FX-FRAUDES    (WS-IND-FX) TO       DETF-FRAUDES.
           MOVE WS-FX-LEGITIMOS  (WS-IND-FX) TO       DETF-LEGITIMOS.
           MOVE WS-FX-CONTATADOS (WS-IND-FX) TO       DETF-CONTATADOS.
           MOVE WS-FX-ABERTOS    (WS-IND-FX) TO       DETF-ABERTOS.

           IF  WS-FX-FRAUDES (WS-IND-FX) + WS-FX-LEGITIMOS (WS-IND-FX)
                                           GREATER    ZEROS
               COMPUTE WS-TAXA ROUNDED =
                       WS-FX-FRAUDES (WS-IND-FX) * 100 /
                       (WS-FX-FRAUDES (WS-IND-FX) +
                        WS-FX-LEGITIMOS (WS-IND-FX))
           ELSE
               MOVE ZEROS                  TO         WS-TAXA
           END-IF.
           MOVE WS-TAXA                    TO         DETF-TAXA.

      * A FAIXA SEM HISTORICO NAO TEM MULTIPLO: ACUMULADA = A PROPRIA.
           IF  WS-IND-FX                   EQUAL      1
               MOVE WS-TAXA                TO         DETF-ACUM
           ELSE
               MOVE WS-FX-ACUM-TAXA (WS-IND-FX) TO    DETF-ACUM
           END-IF.

           EVALUATE TRUE
               WHEN WS-IND-FX              EQUAL      WS-FX-REVISAO
                AND WS-IND-FX              EQUAL      WS-FX-BLOQUEIO
                   MOVE 'R+B'              TO         DETF-LIMIAR
               WHEN WS-IND-FX              EQUAL      WS-FX-REVISAO
                   MOVE 'REV'              TO         DETF-LIMIAR
               WHEN WS-IND-FX              EQUAL      WS-FX-BLOQUEIO
                   MOVE 'BLQ'              TO         DETF-LIMIAR
               WHEN OTHER
                   MOVE SPACES             TO         DETF-LIMIAR
           END-EVALUATE.

           WRITE REG-REL                   FROM       DET-FAIXA.
           PERFORM 8000-FS-RELFVP THRU 8000-99-FS-RELFVP-EXIT.

           ADD  WS-FX-CASOS      (WS-IND-FX) TO       WS-TOT-CASOS.
           ADD  WS-FX-BLOQUEADOS (WS-IND-FX) TO       WS-TOT-BLOQUEADOS.
           ADD  WS-FX-FRAUDES    (WS-IND-FX) TO       WS-TOT-FRAUDES.
           ADD  WS-FX-LEGITIMOS  (WS-IND-FX) TO       WS-TOT-LEGITIMOS.
           ADD  WS-FX-CONTATADOS (WS-IND-FX) TO       WS-TOT-CONTATADOS.
           ADD  WS-FX-ABERTOS    (WS-IND-FX) TO       WS-TOT-ABERTOS.
      *----------------------------------------------------------------*
       4100-99-LINHA-FAIXA-EXIT.           EXIT.
      *================================================================*
       8000-FS-RELFVP                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELFVP'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELFVP-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RELFVP.
           IF  WS-FRDCAS-ABERTO            EQUAL      'S'
               CLOSE FRDCAS
           END-IF.

           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS EM FRDCAS       =    ' WS-LIDOS-CAS.
           DISPLAY '* CASOS DO MES          =    ' WS-CASOS-MES.
           DISPLAY '* FRAUDES CONFIRMADAS   =    ' WS-TOT-FRAUDES.
           DISPLAY '* CASOS LEGITIMOS       =    ' WS-TOT-LEGITIMOS.
           DISPLAY '* SEM CONCLUSAO         =    '
                   WS-TOT-CONTATADOS ' + ' WS-TOT-ABERTOS.
           DISPLAY '* LINHAS NO RELFVP      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-CAS              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-LINHAS-REL             TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB816S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
