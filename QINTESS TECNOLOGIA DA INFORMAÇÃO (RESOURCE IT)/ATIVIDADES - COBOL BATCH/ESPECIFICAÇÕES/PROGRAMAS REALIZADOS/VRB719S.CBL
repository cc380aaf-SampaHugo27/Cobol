      *     REGISTROS LIDOS/GRAVADOS, CHECKPOINT COMPLETO/PARCIAL);    *
      *   - SECAO DESTACADA COM OS ABENDS DO DIA GRAVADOS PELO         *
      *     ABENDA31 NO ABENDLOG (PROGRAMA, PARAGRAFO, FILE STATUS E   *
      *     MENSAGEM);                                                 *
      *   - ARQUIVOS DE ENTRADA QUE PERDERAM O HORARIO LIMITE (ALERTA  *
      *     ARQALR DO MONITOR VRB867S) E OS JOBS PULADOS POR ELES. O   *
      *     MONITOR RODA NA NOITE ANTERIOR, ENTAO O ALERTA E A MARCA-  *
      *     CAO 'I' DA VESPERA TAMBEM ENTRAM NO BOLETIM DO DIA.        *
      * E O ARTEFATO UNICO QUE A OPERACAO LEVA PARA O STATUS DAS 8H.   *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *                                   FORCADAS DO DIA, LIDA DO LOG *
      *                                   FORCLOG GRAVADO PELA TRAVA   *
      *                                   DE EXECUCAO DUPLA DBLRUN31   *
      *  15/10/2026 HUGO SAMPAIO          JOB PULADO POR FALTA DE      *
      *                                   ENTRADA (RUNCTRL 'I') SAI    *
      *                                   COMO PULADO NA LISTA E NO    *
      *                                   CORTE; NOVA SECAO DE         *
      *                                   ARQUIVOS DE ENTRADA ATRASA-  *
      *                                   DOS, LIDA DO ALERTA ARQALR   *
      *                                   DO MONITOR VRB867S, COM O    *
      *                                   CONTATO DE ESCALACAO         *
      *  15/10/2026 HUGO SAMPAIO          ALERTA ARQALR E REGISTRO 'I' *
      *                                   DA VESPERA ENTRAM NO BOLETIM *
      *                                   (O MONITOR RODA NA NOITE DO  *
      *                                   DIA ANTERIOR AO BOLETIM)     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT TRMALERT       ASSIGN TO TRMALERT
           FILE STATUS           IS        WS-FS-TRM.
      *----------------------------------------------------------------*
           SELECT ARQALR         ASSIGN TO ARQALR
           FILE STATUS           IS        WS-FS-ALR.
      *----------------------------------------------------------------*
           SELECT BOLETIM        ASSIGN TO BOLETIM
           FILE STATUS           IS        WS-FS-BOL.
           05 TRM-QTDE                     PIC 9(07).
           05 TRM-VALOR                    PIC 9(13)V9(02).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       FD  ARQALR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-ALR.

       01  REG-ALR.
           05 ALR-ARQUIVO                  PIC X(08).
           05 ALR-DATA                     PIC 9(08).
           05 ALR-HORA                     PIC 9(06).
           05 ALR-TIPO                     PIC X(01).
              88 ALR-TIPO-ATRASO                       VALUE 'A'.
              88 ALR-TIPO-TARDE                        VALUE 'T'.
           05 ALR-REMETENTE                PIC X(20).
           05 ALR-HORA-LIMITE              PIC 9(04).
           05 ALR-CONTATO                  PIC X(30).
           05 ALR-QTDE-PULADOS             PIC 9(01).
           05 FILLER                       PIC X(22).
      *----------------------------------------------------------------*
       FD  BOLETIM
           LABEL       RECORD IS OMITTED.
       77  WS-PENDENTES-CORTE              PIC 9(05)     VALUE ZEROS.
       77  WS-FS-TRM                       PIC X(02)     VALUE '00'.
       77  WS-TRANSM-SEM-ACK               PIC 9(05)     VALUE ZEROS.
       77  WS-FS-ALR                       PIC X(02)     VALUE '00'.
       77  WS-ALERTAS-CHEGADA              PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        TERMINOS COMPLETOS DO DIA (PARA O CORTE DA GRADE)       *
      *----------------------------------------------------------------*
       77  WS-COMPL-ACHADO                 PIC X(01)     VALUE 'N'.
       01  WS-TAB-COMPL.
           05 WS-COMPL-PROG                PIC X(08)  OCCURS 200.
      *----------------------------------------------------------------*
      *   JOBS PULADOS POR FALTA DE ENTRADA NO DIA (RUNCTRL 'I')       *
      *----------------------------------------------------------------*
       77  WS-QTDE-PULADO                  PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PULADO                   PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-PULADO-ACHADO                PIC X(01)     VALUE 'N'.
           88 WS-PULADO-ACHADO-SIM                       VALUE 'S'.
       01  WS-TAB-PULADO.
           05 WS-PULADO-PROG               PIC X(08)  OCCURS 100.
       77  WS-FS-BOL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
       77  WS-ABENDS-DO-DIA                PIC 9(05)     VALUE ZEROS.
       77  WS-LINHAS-BOL                   PIC 9(05)     VALUE ZEROS.
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-REG-DO-DIA                   PIC X(01)     VALUE 'N'.
           88 WS-REG-DO-DIA-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *        CONFERENCIA DA VESPERA (ROTINA DE CALENDARIO)           *
      *----------------------------------------------------------------*
       77  WS-DATA-TESTE                   PIC 9(08)     VALUE ZEROS.
       77  WS-VESPERA                      PIC X(01)     VALUE 'N'.
           88 WS-VESPERA-SIM                             VALUE 'S'.
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
       01  WS-DATA-PARM.
           05  WS-DP-DATA-BASE             PIC 9(08).
           05  WS-DP-DIAS-SOMAR            PIC S9(05)  COMP.
           05  WS-DP-DATA-RESULTADO        PIC 9(08).
           05  WS-DP-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       01  DET-PENDENTE.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETP2-PROGRAMA               PIC X(08)  VALUE SPACES.
           05 DETP2-TEXTO                  PIC X(36)  VALUE
                  ' - ESPERADO E NAO COMPLETO'.
           05 FILLER                       PIC X(33)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-SEM-PENDENTE.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(31)  VALUE
                  'NENHUMA REEXECUCAO FORCADA HOJE'.
           05 FILLER                       PIC X(46)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-CHEGADAS.
           05 FILLER                       PIC X(40)  VALUE
                  'ARQUIVOS DE ENTRADA FORA DO HORARIO (VRB'.
           05 FILLER                       PIC X(40)  VALUE
                  '867S):                                  '.
      *----------------------------------------------------------------*
       01  DET-CHEGADA-1.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-ARQUIVO                 PIC X(08)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-REMETENTE               PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE ' LIMITE: '.
           05 DETC-LIM-HH                  PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ':'.
           05 DETC-LIM-MM                  PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-TEXTO                   PIC X(22)  VALUE SPACES.
           05 DETC-HORA                    PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(05)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-CHEGADA-2.
           05 FILLER                       PIC X(12)  VALUE SPACES.
           05 FILLER                       PIC X(10)  VALUE
                  'ESCALAR:  '.
           05 DETC-CONTATO                 PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(17)  VALUE
                  '  JOBS PULADOS: '.
           05 DETC-PULADOS                 PIC 9(01)  VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-SEM-CHEGADA.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(37)  VALUE
                  'TODOS OS ARQUIVOS CHEGARAM NO HORARIO'.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
                   5000-99-SECAO-PENDENTES-EXIT.
           PERFORM 6000-SECAO-TRANSM       THRU
                   6000-99-SECAO-TRANSM-EXIT.
           PERFORM 7000-SECAO-CHEGADAS     THRU
                   7000-99-SECAO-CHEGADAS-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
               PERFORM 9999-CANCELA
           END-IF.

      *    JOB PULADO ('I') PODE TER SIDO MARCADO NA NOITE ANTERIOR.
           MOVE 'N'                        TO         WS-REG-DO-DIA.
           IF  WS-FS-RUN                   EQUAL      '00'
               IF  RC-DATA                 EQUAL      WS-DATA-HOJE
                   MOVE 'S'                TO         WS-REG-DO-DIA
               ELSE
                   IF  RC-CHECKPOINT       EQUAL      'I'
                       MOVE RC-DATA        TO         WS-DATA-TESTE
                       PERFORM 7900-VERIFICA-VESPERA
                           THRU 7900-99-VERIFICA-VESPERA-EXIT
                       MOVE WS-VESPERA     TO         WS-REG-DO-DIA
                   END-IF
               END-IF
           END-IF.

           IF  WS-FS-RUN                   EQUAL      '00'
           AND WS-REG-DO-DIA-SIM
           AND RC-CHECKPOINT               EQUAL      'C'
           AND WS-QTDE-COMPL               LESS       200
               ADD  1                      TO         WS-QTDE-COMPL
           END-IF.

           IF  WS-FS-RUN                   EQUAL      '00'
           AND WS-REG-DO-DIA-SIM
           AND RC-CHECKPOINT               EQUAL      'I'
           AND WS-QTDE-PULADO              LESS       100
               ADD  1                      TO         WS-QTDE-PULADO
               MOVE RC-PROGRAMA    TO  WS-PULADO-PROG (WS-QTDE-PULADO)
           END-IF.

           IF  WS-FS-RUN                   EQUAL      '00'
           AND WS-REG-DO-DIA-SIM
               ADD  1                      TO         WS-JOBS-DO-DIA
               MOVE RC-PROGRAMA            TO         DETJ-PROGRAMA
               MOVE RC-HORA (1:2)          TO         DETJ-HH
               MOVE RC-HORA (5:2)          TO         DETJ-SS
               MOVE RC-QTDE-LIDOS          TO         DETJ-LIDOS
               MOVE RC-QTDE-GRAVADOS       TO         DETJ-GRAVADOS
               EVALUATE RC-CHECKPOINT
                   WHEN 'C'
                       MOVE 'COMPLETO'     TO         DETJ-SITUACAO
                   WHEN 'I'
                       MOVE 'PULADO  '     TO         DETJ-SITUACAO
                   WHEN OTHER
                       MOVE 'PARCIAL '     TO         DETJ-SITUACAO
               END-EVALUATE
               WRITE REG-BOL               FROM       DET-JOB
               PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT
           END-IF.
               IF  WS-COMPL-ACHADO         EQUAL      'N'
                   ADD  1                  TO        WS-PENDENTES-CORTE
                   MOVE EXP-PROGRAMA       TO         DETP2-PROGRAMA
                   PERFORM 5200-VERIFICA-PULADO
                       THRU 5200-99-VERIFICA-PULADO-EXIT
                   IF  WS-PULADO-ACHADO-SIM
                       MOVE ' - PULADO: ENTRADA NAO CHEGOU'
                                           TO         DETP2-TEXTO
                   ELSE
                       MOVE ' - ESPERADO E NAO COMPLETO'
                                           TO         DETP2-TEXTO
                   END-IF
                   WRITE REG-BOL           FROM       DET-PENDENTE
                   PERFORM 8000-FS-BOLETIM
                       THRU 8000-99-FS-BOLETIM-EXIT
           END-IF.
      *----------------------------------------------------------------*
       5100-99-LE-EXPJOBS-EXIT.            EXIT.
      *================================================================*
       5200-VERIFICA-PULADO                SECTION.
      *================================================================*
      * JOB MARCADO COM 'I' NO RUNCTRL PELO MONITOR DE CHEGADA VRB867S *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-PULADO-ACHADO.
           PERFORM 5210-COMPARA-PULADO
               THRU 5210-99-COMPARA-PULADO-EXIT
                   VARYING WS-IND-PULADO FROM 1 BY 1
                   UNTIL WS-IND-PULADO GREATER WS-QTDE-PULADO
                   OR    WS-PULADO-ACHADO-SIM.
      *----------------------------------------------------------------*
       5200-99-VERIFICA-PULADO-EXIT.       EXIT.
      *================================================================*
       5210-COMPARA-PULADO                 SECTION.
      *================================================================*
           IF  WS-PULADO-PROG (WS-IND-PULADO) EQUAL   EXP-PROGRAMA
               MOVE 'S'                    TO         WS-PULADO-ACHADO
           END-IF.
      *----------------------------------------------------------------*
       5210-99-COMPARA-PULADO-EXIT.        EXIT.
      *================================================================*
       6000-SECAO-TRANSM                   SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       6100-99-LE-TRMALERT-EXIT.           EXIT.
      *================================================================*
       7000-SECAO-CHEGADAS                 SECTION.
      *================================================================*
      * ARQUIVOS DE ENTRADA QUE NAO CHEGARAM ATE O HORARIO LIMITE (OU  *
      * CHEGARAM DEPOIS DELE), GRAVADOS NO ALERTA ARQALR PELO MONITOR  *
      * DE CHEGADA VRB867S.                                            *
      *----------------------------------------------------------------*
           MOVE '7000-SECAO-CHEGADAS'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-BOL.
           WRITE REG-BOL.
           PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT.
           WRITE REG-BOL                   FROM       CAB-CHEGADAS.
           PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT.

           OPEN  INPUT                     ARQALR.
           IF    WS-FS-ALR                 EQUAL      '35'
                 WRITE REG-BOL             FROM       DET-SEM-CHEGADA
                 PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT
                 GO TO 7000-99-SECAO-CHEGADAS-EXIT
           END-IF.
           IF    WS-FS-ALR                 NOT EQUAL  '00'
                 MOVE WS-FS-ALR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ALERTA ARQALR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 7100-LE-ARQALR THRU 7100-99-LE-ARQALR-EXIT
                   UNTIL WS-FS-ALR         EQUAL      '10'.

           CLOSE ARQALR.

           IF    WS-ALERTAS-CHEGADA        EQUAL      ZEROS
                 WRITE REG-BOL             FROM       DET-SEM-CHEGADA
                 PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT
           END-IF.
      *----------------------------------------------------------------*
       7000-99-SECAO-CHEGADAS-EXIT.        EXIT.
      *================================================================*
       7100-LE-ARQALR                      SECTION.
      *================================================================*
           READ  ARQALR.

           IF  WS-FS-ALR   NOT EQUAL '00'
           AND WS-FS-ALR   NOT EQUAL '10'
               MOVE WS-FS-ALR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ALERTA ARQALR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ALR                   NOT EQUAL  '00'
               GO TO 7100-99-LE-ARQALR-EXIT
           END-IF.

      *    O ALERTA DA NOITE ANTERIOR TAMBEM ENTRA NO BOLETIM.
           IF  ALR-DATA                    NOT EQUAL  WS-DATA-HOJE
               MOVE ALR-DATA               TO         WS-DATA-TESTE
               PERFORM 7900-VERIFICA-VESPERA
                   THRU 7900-99-VERIFICA-VESPERA-EXIT
               IF  NOT WS-VESPERA-SIM
                   GO TO 7100-99-LE-ARQALR-EXIT
               END-IF
           END-IF.

           ADD  1                          TO    WS-ALERTAS-CHEGADA.
           MOVE ALR-ARQUIVO                TO         DETC-ARQUIVO.
           MOVE ALR-REMETENTE              TO         DETC-REMETENTE.
           MOVE ALR-HORA-LIMITE (1:2)      TO         DETC-LIM-HH.
           MOVE ALR-HORA-LIMITE (3:2)      TO         DETC-LIM-MM.
           MOVE ALR-HORA                   TO         DETC-HORA.
           IF  ALR-TIPO-TARDE
               MOVE 'CHEGOU APOS O CORTE - '
                                           TO         DETC-TEXTO
           ELSE
               MOVE 'NAO CHEGOU - ALERTA: '
                                           TO         DETC-TEXTO
           END-IF.
           WRITE REG-BOL                   FROM       DET-CHEGADA-1.
           PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT.

           IF  ALR-TIPO-ATRASO
               MOVE ALR-CONTATO            TO         DETC-CONTATO
               MOVE ALR-QTDE-PULADOS       TO         DETC-PULADOS
               WRITE REG-BOL               FROM       DET-CHEGADA-2
               PERFORM 8000-FS-BOLETIM THRU 8000-99-FS-BOLETIM-EXIT
           END-IF.
      *----------------------------------------------------------------*
       7100-99-LE-ARQALR-EXIT.             EXIT.
      *================================================================*
       7900-VERIFICA-VESPERA               SECTION.
      *================================================================*
      * WS-DATA-TESTE EH A VESPERA DE HOJE QUANDO ELA + 1 DIA CORRIDO  *
      * (ROTINA VRB670S) DA A DATA DE HOJE.                            *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-VESPERA.
           MOVE WS-DATA-TESTE              TO         WS-DP-DATA-BASE.
           MOVE 1                          TO         WS-DP-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-DATA-PARM.
           IF  WS-DP-RETORNO               EQUAL      'S'
           AND WS-DP-DATA-RESULTADO        EQUAL      WS-DATA-HOJE
               MOVE 'S'                    TO         WS-VESPERA
           END-IF.
      *----------------------------------------------------------------*
       7900-99-VERIFICA-VESPERA-EXIT.      EXIT.
      *================================================================*
       8000-FS-BOLETIM                     SECTION.
      *================================================================*
