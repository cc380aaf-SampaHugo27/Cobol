       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB841S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: DESTOKENIZACAO DOS ARQUIVOS DE RETORNO DE            *
      * FORNECEDOR. OS EXTRATOS SAEM COM O TOKEN DO COFRE TOKMST NO    *
      * LUGAR DO CPF (ROTINA TOKGET31); OS POUCOS FLUXOS QUE PRECISAM  *
      * VOLTAR AO CPF PASSAM POR AQUI, COM TRES TRAVAS:                *
      *   1. OPERADOR AUTORIZADO (OPRPARM + OPAUT, MESMO CONTROLE DOS  *
      *      PROGRAMAS DESTRUTIVOS);                                   *
      *   2. FLUXO DE RETORNO (OPRPARM POSICOES 9 A 16) HABILITADO NO  *
      *      PARMMST, DOMINIO DESTOKEN, CHAVE = NOME DO FLUXO, VALOR   *
      *      'S' - FLUXO NAO CADASTRADO OU VENCIDO CANCELA;            *
      *   3. TODA EXECUCAO FICA NO LOG DE OPERADOR OPRLOG (INICIO COM  *
      *      O FLUXO E FIM COM A QUANTIDADE DESTOKENIZADA).            *
      * ENTRADA DTKENT: TOKEN NAS 12 PRIMEIRAS POSICOES E O RESTO DO   *
      * REGISTRO DO FORNECEDOR. SAIDA DTKSAI: O CPF NO LUGAR DO TOKEN  *
      * (11 POSICOES) E O RESTO COMO VEIO. TOKEN DESCONHECIDO VAI PARA *
      * O DTKREJ.                                                      *
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
           SELECT OPRLOG         ASSIGN TO OPRLOG
           FILE STATUS           IS        WS-FS-OLOG.
      *----------------------------------------------------------------*
           SELECT TOKMST         ASSIGN TO TOKMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TOK-CPF
           ALTERNATE RECORD KEY  IS        TOK-TOKEN
           FILE STATUS           IS        WS-FS-TOK.
      *----------------------------------------------------------------*
           SELECT DTKENT         ASSIGN TO DTKENT
           FILE STATUS           IS        WS-FS-ENT.
      *----------------------------------------------------------------*
           SELECT DTKSAI         ASSIGN TO DTKSAI
           FILE STATUS           IS        WS-FS-SAI.
      *----------------------------------------------------------------*
           SELECT DTKREJ         ASSIGN TO DTKREJ
           FILE STATUS           IS        WS-FS-REJ.
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
           05 OPR-FLUXO                    PIC X(08).
           05 FILLER                       PIC X(64).
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
       FD  TOKMST
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-TOK.

       01  REG-TOK.
           05 TOK-CPF                      PIC 9(11).
           05 TOK-TOKEN                    PIC X(12).
           05 TOK-DATA-CRIACAO             PIC 9(08).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  DTKENT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-ENT.

       01  REG-ENT.
           05 ENT-TOKEN                    PIC X(12).
           05 ENT-DADOS                    PIC X(188).
      *----------------------------------------------------------------*
       FD  DTKSAI
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-SAI.

       01  REG-SAI.
           05 SAI-CPF                      PIC 9(11).
           05 SAI-DADOS                    PIC X(188).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  DTKREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 220 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-MOTIVO                   PIC X(20).
           05 REJ-REGISTRO                 PIC X(200).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-OPR                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUT                       PIC X(02)     VALUE '00'.
       77  WS-FS-OLOG                      PIC X(02)     VALUE '00'.
       77  WS-FS-TOK                       PIC X(02)     VALUE '00'.
       77  WS-FS-ENT                       PIC X(02)     VALUE '00'.
       77  WS-FS-SAI                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *              AUTORIZACAO DE OPERADOR (OPAUT)                   *
      *----------------------------------------------------------------*
       77  WS-OPR-AUTORIZADO               PIC X(01)   VALUE 'N'.
           88 WS-OPR-AUTORIZADO-SIM                    VALUE 'S'.
       77  WS-OPR-OPERADOR                 PIC X(08)   VALUE SPACES.
       77  WS-OPR-FLUXO                    PIC X(08)   VALUE SPACES.
      *----------------------------------------------------------------*
      *            FLUXOS HABILITADOS (DOMINIO DESTOKEN)               *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ENT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-SAI                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-REJ                 PIC 9(07)     VALUE ZEROS.
       01  WS-QTDE-EDITADA                 PIC ZZZ.ZZZ.ZZ9.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB841S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB841S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-ENT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0400-VERIFICA-OPERADOR              SECTION.
      *================================================================*
      * CONTROLE DE AUTORIZACAO EXIGIDO PELA AUDITORIA (MESMO PADRAO   *
      * DO VRB688S): O OPERADOR SUBMISSOR (OPRPARM) PRECISA CONSTAR NO *
      * OPAUT PARA ESTE PROGRAMA COM AUTORIZACAO NAO EXPIRADA, E O     *
      * FLUXO INFORMADO PRECISA ESTAR HABILITADO NO PARMMST.           *
      *----------------------------------------------------------------*
           MOVE '0400-VERIFICA-OPERADOR'   TO    WS-CODIGO-AREA.
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
           MOVE  OPR-FLUXO                 TO    WS-OPR-FLUXO.
           CLOSE OPRPARM.

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

           MOVE 'DESTOKEN'                 TO    WS-PGT-DOMINIO.
           MOVE WS-OPR-FLUXO               TO    WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO    WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING WS-PGT-PARM.

           IF    WS-PGT-RETORNO            NOT EQUAL 'S'
           AND   WS-PGT-RETORNO            NOT EQUAL 'V'
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           IF    WS-OPR-FLUXO              EQUAL SPACES
           OR    WS-PGT-RETORNO            NOT EQUAL 'S'
           OR    WS-PGT-VALOR (1:1)        NOT EQUAL 'S'
                 DISPLAY 'FLUXO DE RETORNO: ' WS-OPR-FLUXO
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'FLUXO DE RETORNO NAO HABILITADO (DESTOKEN)'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO    OLOG-PARAMETROS.
           STRING 'DESTOKENIZACAO DO FLUXO ' WS-OPR-FLUXO
                  DELIMITED BY SIZE INTO OLOG-PARAMETROS.
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
           AND AUT-PROGRAMA                EQUAL 'VRB841S'
           AND AUT-DATA-EXPIRA         NOT LESS  WS-DATA-HOJE
               MOVE 'S'                    TO    WS-OPR-AUTORIZADO
           END-IF.
      *----------------------------------------------------------------*
       0450-99-LE-OPAUT-EXIT.              EXIT.
      *================================================================*
       0460-LOGA-EXECUCAO                  SECTION.
      *================================================================*
      * GRAVA NO OPRLOG A LINHA MONTADA PELO CHAMADOR EM               *
      * OLOG-PARAMETROS.                                               *
      *----------------------------------------------------------------*
           MOVE OLOG-PARAMETROS            TO    WS-AREA-MSG.

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
           MOVE 'VRB841S'                  TO    OLOG-PROGRAMA.
           MOVE WS-AREA-MSG (1:40)         TO    OLOG-PARAMETROS.
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
           MOVE SPACES                     TO    WS-AREA-MSG.
      *----------------------------------------------------------------*
       0460-99-LOGA-EXECUCAO-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '1000-INICIO'              TO    WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO   WS-DATA-HOJE.

           PERFORM 0400-VERIFICA-OPERADOR
               THRU 0400-99-VERIFICA-OPERADOR-EXIT.

           MOVE '1000-INICIO'              TO    WS-CODIGO-AREA.

           OPEN  INPUT                     TOKMST.
           IF    WS-FS-TOK                 NOT EQUAL '00'
                 MOVE WS-FS-TOK            TO    WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO COFRE DE TOKENS TOKMST'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     DTKENT.
           IF    WS-FS-ENT                 NOT EQUAL '00'
                 MOVE WS-FS-ENT            TO    WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RETORNO DTKENT'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DTKSAI.
           IF    WS-FS-SAI                 NOT EQUAL '00'
                 MOVE WS-FS-SAI            TO    WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA SAIDA DTKSAI'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DTKREJ.
           IF    WS-FS-REJ                 NOT EQUAL '00'
                 MOVE WS-FS-REJ            TO    WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS REJEITADOS DTKREJ'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-DTKENT   THRU  1100-99-LER-DTKENT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-DTKENT                     SECTION.
      *================================================================*
           READ DTKENT.

           IF  WS-FS-ENT   NOT EQUAL '00'
           AND WS-FS-ENT   NOT EQUAL '10'
               MOVE '1100-LER-DTKENT'      TO    WS-CODIGO-AREA
               MOVE WS-FS-ENT              TO    WS-AREA-STAT
               MOVE 'ERRO AO LER RETORNO DTKENT'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ENT                   EQUAL '00'
               ADD  1                      TO    WS-LIDOS-ENT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-DTKENT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * BUSCA O TOKEN NO COFRE PELO INDICE ALTERNADO.                  *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO    WS-CODIGO-AREA.

           MOVE ENT-TOKEN                  TO    TOK-TOKEN.
           READ TOKMST KEY IS              TOK-TOKEN.

           IF  WS-FS-TOK                   EQUAL '23'
               MOVE 'TOKEN DESCONHECIDO'   TO    REJ-MOTIVO
               PERFORM 2100-GRAVA-REJEITADO
                   THRU 2100-99-GRAVA-REJEITADO-EXIT
               GO TO 2000-90-PROXIMO
           END-IF.

           IF  WS-FS-TOK                   NOT EQUAL '00'
               MOVE WS-FS-TOK              TO    WS-AREA-STAT
               MOVE 'ERRO AO LER COFRE DE TOKENS TOKMST'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO    REG-SAI.
           MOVE TOK-CPF                    TO    SAI-CPF.
           MOVE ENT-DADOS                  TO    SAI-DADOS.
           WRITE REG-SAI.

           IF  WS-FS-SAI                   NOT EQUAL '00'
               MOVE WS-FS-SAI              TO    WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR SAIDA DTKSAI'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO    WS-GRAVADOS-SAI.

       2000-90-PROXIMO.
           PERFORM 1100-LER-DTKENT   THRU  1100-99-LER-DTKENT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-GRAVA-REJEITADO                SECTION.
      *================================================================*
           MOVE REG-ENT                    TO    REJ-REGISTRO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL '00'
               MOVE WS-FS-REJ              TO    WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REJEITADOS DTKREJ'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO    WS-GRAVADOS-REJ.
      *----------------------------------------------------------------*
       2100-99-GRAVA-REJEITADO-EXIT.       EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO    WS-CODIGO-AREA.

           CLOSE TOKMST  DTKENT  DTKSAI  DTKREJ.

           IF  WS-FS-TOK                   NOT EQUAL '00'
           OR  WS-FS-ENT                   NOT EQUAL '00'
           OR  WS-FS-SAI                   NOT EQUAL '00'
           OR  WS-FS-REJ                   NOT EQUAL '00'
               MOVE WS-FS-SAI              TO    WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO    WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-GRAVADOS-SAI            TO    WS-QTDE-EDITADA.
           MOVE SPACES                     TO    OLOG-PARAMETROS.
           STRING 'FIM ' WS-OPR-FLUXO ' DESTOKENIZADOS '
                  WS-QTDE-EDITADA
                  DELIMITED BY SIZE INTO OLOG-PARAMETROS.
           PERFORM 0460-LOGA-EXECUCAO THRU 0460-99-LOGA-EXECUCAO-EXIT.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* OPERADOR              =    ' WS-OPR-OPERADOR.
           DISPLAY '* FLUXO DE RETORNO      =    ' WS-OPR-FLUXO.
           DISPLAY '* LIDOS DTKENT          =    ' WS-LIDOS-ENT.
           DISPLAY '* DESTOKENIZADOS DTKSAI =    ' WS-GRAVADOS-SAI.
           DISPLAY '* REJEITADOS DTKREJ     =    ' WS-GRAVADOS-REJ.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ENT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-SAI           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB841S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
