       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB864S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO DETECTIVO DE SEGREGACAO DE FUNCOES SOBRE   *
      * O LOG DE OPERADOR OPRLOG (GRAVADO EM ORDEM CRONOLOGICA PELOS   *
      * PROGRAMAS COM CONTROLE DE OPERADOR). DUAS REGRAS:              *
      *   1) OVERRIDE DE LIMITES DO VRB752S EM QUE O AUTORIZADOR E O   *
      *      PROPRIO OPERADOR QUE SUBMETEU A EXECUCAO (LINHA DE        *
      *      OVERRIDE: CONTA NAS POSICOES 10-19 E SUBMISSOR NAS        *
      *      POSICOES 31-38 DE OLOG-PARAMETROS);                       *
      *   2) LIBERACAO DE DISJUNTOR NO VRB775S PELO MESMO OPERADOR QUE *
      *      SUBMETEU A EXECUCAO QUE ARMOU O DISJUNTOR (DISPARO        *
      *      GRAVADO PELA ROTINA REJCHK31 - PROGRAMA NAS POSICOES      *
      *      19-26 - E LIBERACAO GRAVADA PELO VRB775S - PROGRAMA NAS   *
      *      POSICOES 25-32). VALE O ULTIMO DISPARO DE CADA PROGRAMA.  *
      * O LOG INTEIRO E LIDO; SO SAEM NO RELSOD AS OCORRENCIAS DOS     *
      * ULTIMOS JANSOD DIAS (PARMMST, DOMINIO SOD, PADRAO 92).         *
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

           SELECT OPRLOG         ASSIGN TO OPRLOG
           FILE STATUS           IS        WS-FS-OLOG.
      *----------------------------------------------------------------*
           SELECT RELSOD         ASSIGN TO RELSOD
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
      *   VISAO DA LINHA DE OVERRIDE DO VRB752S                        *
      *----------------------------------------------------------------*
       01  REG-OLOG-OVR.
           05 FILLER                       PIC X(16).
           05 OVR-TEXTO                    PIC X(09).
           05 OVR-CONTA                    PIC X(10).
           05 OVR-ROTULO                   PIC X(11).
           05 OVR-SUBMISSOR                PIC X(08).
           05 FILLER                       PIC X(26).
      *----------------------------------------------------------------*
      *   VISAO DA LINHA DE DISPARO DA REJCHK31                        *
      *----------------------------------------------------------------*
       01  REG-OLOG-DSP.
           05 FILLER                       PIC X(16).
           05 DSP-TEXTO                    PIC X(18).
           05 DSP-PROGRAMA                 PIC X(08).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *   VISAO DA LINHA DE LIBERACAO DO VRB775S                       *
      *----------------------------------------------------------------*
       01  REG-OLOG-LIB.
           05 FILLER                       PIC X(16).
           05 LIB-TEXTO                    PIC X(24).
           05 LIB-PROGRAMA                 PIC X(08).
           05 FILLER                       PIC X(32).
      *----------------------------------------------------------------*
       FD  RELSOD
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-OLOG                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-OLOG-ABERTO                  PIC X(01)     VALUE 'N'.
           88 WS-OLOG-ABERTO-SIM                         VALUE 'S'.
      *----------------------------------------------------------------*
      *          ULTIMO DISPARO DE DISJUNTOR POR PROGRAMA              *
      *----------------------------------------------------------------*
       77  WS-QTDE-DSJ                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DSJ                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-DSJ-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-PROGRAMA-PROCURA             PIC X(08)     VALUE SPACES.
       01  WS-TAB-DSJ.
           05 WS-DSJ-OCR                   OCCURS 100 TIMES.
              10 WS-DSJ-PROGRAMA           PIC X(08).
              10 WS-DSJ-OPERADOR           PIC X(08).
      *----------------------------------------------------------------*
      *                  PARAMETROS E DATAS                            *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-JANELA-SOD                   PIC 9(03)     VALUE 92.
       77  WS-NA-JANELA                    PIC X(01)     VALUE 'N'.
           88 WS-NA-JANELA-SIM                           VALUE 'S'.
       01  WS-DATA-EDIT                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-EDIT-R                  REDEFINES  WS-DATA-EDIT.
           05 WS-EDIT-ANO                  PIC 9(04).
           05 WS-EDIT-MES                  PIC 9(02).
           05 WS-EDIT-DIA                  PIC 9(02).
       01  WS-HORA-EDIT                    PIC 9(06)     VALUE ZEROS.
       01  WS-HORA-EDIT-R                  REDEFINES  WS-HORA-EDIT.
           05 WS-EDIT-HH                   PIC 9(02).
           05 WS-EDIT-MM                   PIC 9(02).
           05 WS-EDIT-SS                   PIC 9(02).
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
      *----------------------------------------------------------------*
      *                 DIAS ENTRE DUAS DATAS (VRB672S)                *
      *----------------------------------------------------------------*
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05 WS-672-DATA-INICIAL          PIC 9(08).
           05 WS-672-DATA-FINAL            PIC 9(08).
           05 WS-672-DIAS                  PIC S9(07)  COMP.
           05 WS-672-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS                        PIC 9(07)     VALUE ZEROS.
       77  WS-OVERRIDES                    PIC 9(07)     VALUE ZEROS.
       77  WS-DISPAROS                     PIC 9(07)     VALUE ZEROS.
       77  WS-LIBERACOES                   PIC 9(07)     VALUE ZEROS.
       77  WS-QUEBRA-OVR                   PIC 9(07)     VALUE ZEROS.
       77  WS-QUEBRA-DSJ                   PIC 9(07)     VALUE ZEROS.
       77  WS-FORA-JANELA                  PIC 9(07)     VALUE ZEROS.
       77  WS-IMPRESSOS                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB864S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB864S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELSOD                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
              'VRB864S - SEGREGACAO DE FUNCOES (OPRLOG)'.
           05 FILLER                       PIC X(16)  VALUE
              '            EM: '.
           05 CABT-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(16)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-JANELA.
           05 FILLER                       PIC X(24)  VALUE
              'OCORRENCIAS DOS ULTIMOS '.
           05 CABJ-DIAS                    PIC ZZ9    VALUE ZEROS.
           05 FILLER                       PIC X(53)  VALUE ' DIAS'.
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              'DATA       HORA     OPERADOR PROGRAMA OC'.
           05 FILLER                       PIC X(40)  VALUE
              'ORRENCIA                     REFERENCIA '.
      *----------------------------------------------------------------*
       01  DET-SOD.
           05 DETS-DATA.
              10 DETS-DIA                  PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE '/'.
              10 DETS-MES                  PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE '/'.
              10 DETS-ANO                  PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-HORA.
              10 DETS-HH                   PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE ':'.
              10 DETS-MM                   PIC 9(02)  VALUE ZEROS.
              10 FILLER                    PIC X(01)  VALUE ':'.
              10 DETS-SS                   PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-OPERADOR                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-PROGRAMA                PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-OCORRENCIA              PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETS-REFERENCIA              PIC X(11)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-NENHUMA.
           05 FILLER                       PIC X(40)  VALUE
              'NENHUMA OCORRENCIA NO PERIODO           '.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-OLOG        EQUAL '10'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           PERFORM 1050-LE-JANELA THRU 1050-99-LE-JANELA-EXIT.

           OPEN  OUTPUT                    RELSOD.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELSOD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT.
           MOVE WS-JANELA-SOD              TO         CABJ-DIAS.
           WRITE REG-REL                   FROM       CAB-JANELA.
           PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT.

      *    SEM OPRLOG AINDA NAO HOUVE EXECUCAO CONTROLADA: RELATORIO   *
      *    SAI SEM OCORRENCIAS.                                        *
           OPEN  INPUT                     OPRLOG.
           IF    WS-FS-OLOG                EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-OLOG
           ELSE
                 IF  WS-FS-OLOG            NOT EQUAL  '00'
                     MOVE WS-FS-OLOG       TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO LOG DE OPERADOR OPRLOG'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-OLOG-ABERTO
                 PERFORM 1100-LE-OPRLOG THRU 1100-99-LE-OPRLOG-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-LE-JANELA                      SECTION.
      *================================================================*
      * JANSOD (DOMINIO SOD): DIAS DE HISTORICO LISTADOS NO RELSOD.    *
      * SEM LINHA EM VIGOR VALE O PADRAO.                              *
      *----------------------------------------------------------------*
           MOVE 'SOD     '                 TO         WS-PGT-DOMINIO.
           MOVE 'JANSOD  '                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   IF  WS-PGT-VALOR (1:3)  NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'PARAMETRO JANSOD INVALIDO NO PARMMST'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-PGT-VALOR (1:3) TO         WS-JANELA-SOD
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       1050-99-LE-JANELA-EXIT.             EXIT.
      *================================================================*
       1100-LE-OPRLOG                      SECTION.
      *================================================================*
           MOVE '1100-LE-OPRLOG'           TO         WS-CODIGO-AREA.

           READ  OPRLOG.

           IF  WS-FS-OLOG NOT EQUAL '00'
           AND WS-FS-OLOG NOT EQUAL '10'
               MOVE WS-FS-OLOG             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER LOG DE OPERADOR OPRLOG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-OLOG                  EQUAL      '00'
               ADD  1                      TO         WS-LIDOS
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-OPRLOG-EXIT.             EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           EVALUATE TRUE
               WHEN OLOG-PROGRAMA          EQUAL      'VRB752S'
               AND  OVR-TEXTO              EQUAL      'OVERRIDE '
               AND  OVR-ROTULO             EQUAL      ' SUBMISSOR '
                   PERFORM 2100-VERIFICA-OVERRIDE
                       THRU 2100-99-VERIFICA-OVERRIDE-EXIT
               WHEN DSP-TEXTO              EQUAL 'DISJUNTOR ARMADO: '
                   PERFORM 2200-GUARDA-DISPARO
                       THRU 2200-99-GUARDA-DISPARO-EXIT
               WHEN OLOG-PROGRAMA          EQUAL      'VRB775S'
               AND  LIB-TEXTO      EQUAL 'LIBERACAO DO DISJUNTOR: '
                   PERFORM 2300-VERIFICA-LIBERACAO
                       THRU 2300-99-VERIFICA-LIBERACAO-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 1100-LE-OPRLOG THRU 1100-99-LE-OPRLOG-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-VERIFICA-OVERRIDE              SECTION.
      *================================================================*
      * O OPERADOR DA LINHA E O AUTORIZADOR DO OVERRIDE.               *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-OVERRIDES.

           IF  OLOG-OPERADOR               NOT EQUAL  OVR-SUBMISSOR
               GO TO 2100-99-VERIFICA-OVERRIDE-EXIT
           END-IF.

           ADD  1                          TO         WS-QUEBRA-OVR.
           MOVE 'SUBMETEU E AUTORIZOU OVERRIDE'
                                           TO         DETS-OCORRENCIA.
           MOVE OVR-CONTA                  TO         DETS-REFERENCIA.
           PERFORM 2900-IMPRIME-OCORRENCIA
               THRU 2900-99-IMPRIME-OCORRENCIA-EXIT.
      *----------------------------------------------------------------*
       2100-99-VERIFICA-OVERRIDE-EXIT.     EXIT.
      *================================================================*
       2200-GUARDA-DISPARO                 SECTION.
      *================================================================*
      * GUARDA QUEM SUBMETEU A EXECUCAO QUE ARMOU O DISJUNTOR.         *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-DISPAROS.

           MOVE DSP-PROGRAMA               TO     WS-PROGRAMA-PROCURA.
           PERFORM 2500-LOCALIZA-PROGRAMA
               THRU 2500-99-LOCALIZA-PROGRAMA-EXIT.

           IF  WS-IND-DSJ-ACH              EQUAL      ZEROS
               IF  WS-QTDE-DSJ             EQUAL      100
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 100 PROGRAMAS COM DISJUNTOR NO OPRLOG'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-DSJ
               MOVE WS-QTDE-DSJ            TO         WS-IND-DSJ-ACH
               MOVE DSP-PROGRAMA TO WS-DSJ-PROGRAMA (WS-IND-DSJ-ACH)
           END-IF.

           MOVE OLOG-OPERADOR    TO  WS-DSJ-OPERADOR (WS-IND-DSJ-ACH).
      *----------------------------------------------------------------*
       2200-99-GUARDA-DISPARO-EXIT.        EXIT.
      *================================================================*
       2300-VERIFICA-LIBERACAO             SECTION.
      *================================================================*
      * A LIBERACAO ENCERRA O DISPARO GUARDADO DO PROGRAMA.            *
      *----------------------------------------------------------------*
           ADD  1                          TO         WS-LIBERACOES.

           MOVE LIB-PROGRAMA               TO     WS-PROGRAMA-PROCURA.
           PERFORM 2500-LOCALIZA-PROGRAMA
               THRU 2500-99-LOCALIZA-PROGRAMA-EXIT.

           IF  WS-IND-DSJ-ACH              EQUAL      ZEROS
               GO TO 2300-99-VERIFICA-LIBERACAO-EXIT
           END-IF.

           IF  WS-DSJ-OPERADOR (WS-IND-DSJ-ACH) NOT EQUAL SPACES
           AND WS-DSJ-OPERADOR (WS-IND-DSJ-ACH) EQUAL OLOG-OPERADOR
               ADD  1                      TO         WS-QUEBRA-DSJ
               MOVE 'LIBEROU DISJUNTOR QUE ARMOU'
                                           TO         DETS-OCORRENCIA
               MOVE LIB-PROGRAMA           TO         DETS-REFERENCIA
               PERFORM 2900-IMPRIME-OCORRENCIA
                   THRU 2900-99-IMPRIME-OCORRENCIA-EXIT
           END-IF.

           MOVE SPACES           TO  WS-DSJ-OPERADOR (WS-IND-DSJ-ACH).
      *----------------------------------------------------------------*
       2300-99-VERIFICA-LIBERACAO-EXIT.    EXIT.
      *================================================================*
       2500-LOCALIZA-PROGRAMA              SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-DSJ-ACH.
           PERFORM 2510-COMPARA-PROGRAMA
               THRU 2510-99-COMPARA-PROGRAMA-EXIT
                   VARYING WS-IND-DSJ FROM 1 BY 1
                   UNTIL WS-IND-DSJ GREATER WS-QTDE-DSJ
                   OR    WS-IND-DSJ-ACH GREATER ZEROS.
      *----------------------------------------------------------------*
       2500-99-LOCALIZA-PROGRAMA-EXIT.     EXIT.
      *================================================================*
       2510-COMPARA-PROGRAMA               SECTION.
      *================================================================*
           IF  WS-DSJ-PROGRAMA (WS-IND-DSJ) EQUAL WS-PROGRAMA-PROCURA
               MOVE WS-IND-DSJ             TO         WS-IND-DSJ-ACH
           END-IF.
      *----------------------------------------------------------------*
       2510-99-COMPARA-PROGRAMA-EXIT.      EXIT.
      *================================================================*
       2900-IMPRIME-OCORRENCIA             SECTION.
      *================================================================*
      * SO IMPRIME A OCORRENCIA DENTRO DA JANELA JANSOD.               *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-NA-JANELA.
           MOVE OLOG-DATA                  TO     WS-672-DATA-INICIAL.
           MOVE WS-DATA-HOJE               TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              EQUAL      'S'
           AND WS-672-DIAS             NOT GREATER    WS-JANELA-SOD
               MOVE 'S'                    TO         WS-NA-JANELA
           END-IF.

           IF  NOT WS-NA-JANELA-SIM
               ADD  1                      TO         WS-FORA-JANELA
               GO TO 2900-99-IMPRIME-OCORRENCIA-EXIT
           END-IF.

           MOVE OLOG-DATA                  TO         WS-DATA-EDIT.
           MOVE WS-EDIT-DIA                TO         DETS-DIA.
           MOVE WS-EDIT-MES                TO         DETS-MES.
           MOVE WS-EDIT-ANO                TO         DETS-ANO.
           MOVE OLOG-HORA                  TO         WS-HORA-EDIT.
           MOVE WS-EDIT-HH                 TO         DETS-HH.
           MOVE WS-EDIT-MM                 TO         DETS-MM.
           MOVE WS-EDIT-SS                 TO         DETS-SS.
           MOVE OLOG-OPERADOR              TO         DETS-OPERADOR.
           MOVE OLOG-PROGRAMA              TO         DETS-PROGRAMA.
           WRITE REG-REL                   FROM       DET-SOD.
           PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT.
           ADD  1                          TO         WS-IMPRESSOS.
      *----------------------------------------------------------------*
       2900-99-IMPRIME-OCORRENCIA-EXIT.    EXIT.
      *================================================================*
       8000-FS-RELSOD                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELSOD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELSOD-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           IF  WS-IMPRESSOS                EQUAL      ZEROS
               WRITE REG-REL               FROM       DET-NENHUMA
               PERFORM 8000-FS-RELSOD THRU 8000-99-FS-RELSOD-EXIT
           END-IF.

           IF  WS-OLOG-ABERTO-SIM
               CLOSE OPRLOG
           END-IF.
           CLOSE RELSOD.

           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LINHAS LIDAS OPRLOG   =    ' WS-LIDOS.
           DISPLAY '* OVERRIDES VRB752S     =    ' WS-OVERRIDES.
           DISPLAY '*   MESMO OPERADOR      =    ' WS-QUEBRA-OVR.
           DISPLAY '* DISPAROS DE DISJUNTOR =    ' WS-DISPAROS.
           DISPLAY '* LIBERACOES VRB775S    =    ' WS-LIBERACOES.
           DISPLAY '*   MESMO OPERADOR      =    ' WS-QUEBRA-DSJ.
           DISPLAY '* FORA DA JANELA        =    ' WS-FORA-JANELA.
           DISPLAY '* OCORRENCIAS NO RELSOD =    ' WS-IMPRESSOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS                  TO    WS-RC-QTDE-LIDOS
           MOVE  WS-IMPRESSOS              TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB864S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
