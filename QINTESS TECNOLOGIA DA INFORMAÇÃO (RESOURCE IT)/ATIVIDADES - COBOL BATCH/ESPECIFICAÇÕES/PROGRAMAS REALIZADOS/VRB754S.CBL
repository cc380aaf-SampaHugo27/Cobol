      *     NO LAYOUT DO TELREJ, DEVOLVENDO O TELEFONE AO FLUXO DE     *
      *     EXCECOES DO VRBQHHTL;                                      *
      *   - REPROVADOS SAEM NO RESREJ COM O MOTIVO.                    *
      *   - PROMESSA DE PAGAMENTO (P) TRAZ DATA PROMETIDA, VALOR E     *
      *     OPERADOR DA MESA E ENTRA ABERTA NO MASTER DE PROMESSAS     *
      *     PRMMST (EXTEND), APURADO TODO DIA PELO VRB807S. SOCIO DO   *
      *     CLUBE INFORMADO VIRA PROMESSA DE ORIGEM 'S' (CHAVE SOCIO), *
      *     SENAO ORIGEM 'C' (CHAVE CPF), COMO NO CARCTL.              *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          RESCHAM RECEBE DATA E VALOR  *
      *                                   DA PROMESSA, OPERADOR E      *
      *                                   SOCIO; PROMESSA CRITICADA E  *
      *                                   GRAVADA ABERTA NO MASTER DE  *
      *                                   PROMESSAS PRMMST             *
      *  15/10/2026 HUGO SAMPAIO          CONFERENCIA DE ENTRADA PELA  *
      *                                   ENTCHK31: COM O RESCHAM DADO *
      *                                   COMO PERDIDO PELO MONITOR DE *
      *                                   CHEGADA VRB867S (RUNCTRL 'I')*
      *                                   O PROGRAMA ENCERRA SEM ABEND,*
      *                                   SALVO FORCE DO OPERADOR      *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT RESREJ         ASSIGN TO RESREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT PRMMST         ASSIGN TO PRMMST
           FILE STATUS           IS        WS-FS-PRM.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
              88 RES-RESULTADO-VALIDO                   VALUE 'C' 'P'
                                                             'R' 'N'.
           05 RES-FONE                     PIC X(13).
      *    PREENCHIDOS SO NA PROMESSA (P). SOCIO ZERADO = PROMESSA
      *    DO CLIENTE (CPF); OPERADOR = COBRADOR DA MESA.
           05 RES-DATA-PROMESSA            PIC X(08).
           05 RES-VALOR-PROMESSA           PIC 9(09)V9(02).
           05 RES-OPERADOR                 PIC X(08).
           05 RES-SOCIO                    PIC 9(06).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  CTTHIST
           LABEL       RECORD   STANDARD
           05 REJ-FONE                     PIC X(13).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
      *   MASTER DE PROMESSAS DE PAGAMENTO (APURADO PELO VRB807S)      *
      *----------------------------------------------------------------*
       FD  PRMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-ORIGEM                   PIC X(01).
           05 PRM-CHAVE                    PIC 9(11).
           05 PRM-CPF                      PIC 9(11).
           05 PRM-DATA-CONTATO             PIC 9(08).
           05 PRM-DATA-PROMESSA            PIC 9(08).
           05 PRM-VALOR                    PIC 9(09)V9(02).
           05 PRM-VALOR-PAGO               PIC 9(09)V9(02).
           05 PRM-OPERADOR                 PIC X(08).
           05 PRM-SITUACAO                 PIC X(01).
           05 PRM-DATA-APURACAO            PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-CTT                       PIC X(02)     VALUE '00'.
       77  WS-FS-FON                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-GRAVADOS-CTT                 PIC 9(07)     VALUE ZEROS.
       77  WS-FONES-ERRADOS                PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PRM                 PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *        CONFERENCIA DE ENTRADA PERDIDA NO CORTE (ENTCHK31)      *
      *----------------------------------------------------------------*
       77  WS-ENTCHK                       PIC X(08)   VALUE 'ENTCHK31'.
       01  WS-ENT-PARM.
           05 WS-ENT-PROGRAMA              PIC X(08)   VALUE 'VRB754S'.
           05 WS-ENT-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           CALL  WS-ENTCHK                 USING      WS-ENT-PARM.
           IF    WS-ENT-RETORNO            EQUAL      'P'
                 DISPLAY '*----------------------------------------*'
                 DISPLAY '* VRB754S PULADO: RESCHAM  NAO CHEGOU NO *'
                 DISPLAY '* HORARIO LIMITE (MONITOR VRB867S). PARA *'
                 DISPLAY '* RODAR COM O ARQUIVO ATRASADO, USE O    *'
                 DISPLAY '* FORCPARM.                              *'
                 DISPLAY '*----------------------------------------*'
                 STOP RUN
           END-IF.

           OPEN  INPUT                     RESCHAM.
           IF    WS-FS-RES                 NOT EQUAL  '00'
                 MOVE WS-FS-RES            TO         WS-AREA-STAT
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    PRMMST.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 OPEN OUTPUT               PRMMST
           END-IF.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PRMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-RESCHAM  THRU  1100-99-LER-RESCHAM-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
                   THRU 2400-99-DEVOLVE-FONE-EXIT
           END-IF.

           IF  RES-PROMESSA
               PERFORM 2500-GRAVA-PROMESSA
                   THRU 2500-99-GRAVA-PROMESSA-EXIT
           END-IF.

       2000-50-PROXIMO.
           PERFORM 1100-LER-RESCHAM  THRU  1100-99-LER-RESCHAM-EXIT.
      *----------------------------------------------------------------*
           IF  RES-DATA                    NOT NUMERIC
               MOVE 'DATA DO CONTATO NAO NUMERICA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-RESULTADO-EXIT
           END-IF.

           IF  NOT RES-PROMESSA
               GO TO 2100-99-CRITICA-RESULTADO-EXIT
           END-IF.

      * PROMESSA: DATA PROMETIDA NAO ANTERIOR AO CONTATO, VALOR
      * POSITIVO E OPERADOR INFORMADO (BASE DA TAXA POR COBRADOR).
           IF  RES-DATA-PROMESSA           NOT NUMERIC
           OR  RES-DATA-PROMESSA           LESS       RES-DATA
               MOVE 'DATA DA PROMESSA INVALIDA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-RESULTADO-EXIT
           END-IF.

           IF  RES-VALOR-PROMESSA          NOT NUMERIC
           OR  RES-VALOR-PROMESSA          EQUAL      ZEROS
               MOVE 'VALOR DA PROMESSA INVALIDO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-RESULTADO-EXIT
           END-IF.

           IF  RES-OPERADOR                EQUAL      SPACES
               MOVE 'OPERADOR DA PROMESSA EM BRANCO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-RESULTADO-EXIT
           END-IF.

           IF  RES-SOCIO                   NOT NUMERIC
               MOVE 'NUMERO DE SOCIO NAO NUMERICO'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CRITICA-RESULTADO-EXIT.     EXIT.
           ADD  1                          TO         WS-FONES-ERRADOS.
      *----------------------------------------------------------------*
       2400-99-DEVOLVE-FONE-EXIT.          EXIT.
      *================================================================*
       2500-GRAVA-PROMESSA                 SECTION.
      *================================================================*
      * PROMESSA ENTRA ABERTA ('A') NO PRMMST; O VRB807S MARCA DEPOIS  *
      * CUMPRIDA ('C') OU QUEBRADA ('Q').                              *
      *----------------------------------------------------------------*
           MOVE '2500-GRAVA-PROMESSA'      TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-PRM.
           IF  RES-SOCIO                   EQUAL      ZEROS
               MOVE 'C'                    TO         PRM-ORIGEM
               MOVE RES-CPF                TO         PRM-CHAVE
           ELSE
               MOVE 'S'                    TO         PRM-ORIGEM
               MOVE RES-SOCIO              TO         PRM-CHAVE
           END-IF.
           MOVE RES-CPF                    TO         PRM-CPF.
           MOVE RES-DATA                   TO         PRM-DATA-CONTATO.
           MOVE RES-DATA-PROMESSA          TO         PRM-DATA-PROMESSA.
           MOVE RES-VALOR-PROMESSA         TO         PRM-VALOR.
           MOVE ZEROS                      TO         PRM-VALOR-PAGO.
           MOVE RES-OPERADOR               TO         PRM-OPERADOR.
           MOVE 'A'                        TO         PRM-SITUACAO.
           MOVE ZEROS                      TO         PRM-DATA-APURACAO.
           WRITE REG-PRM.

           IF  WS-FS-PRM                   NOT EQUAL  '00'
               MOVE WS-FS-PRM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-PRM.
      *----------------------------------------------------------------*
       2500-99-GRAVA-PROMESSA-EXIT.        EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RESCHAM  CTTHIST  FONEREJ  RESREJ  PRMMST.

           IF  WS-FS-RES                   NOT EQUAL  '00'
           OR  WS-FS-CTT                   NOT EQUAL  '00'
           OR  WS-FS-FON                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-PRM                   NOT EQUAL  '00'
               MOVE WS-FS-CTT              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* GRAVADOS NO CTTHIST   =    ' WS-GRAVADOS-CTT.
           DISPLAY '* NUMEROS ERRADOS       =    ' WS-FONES-ERRADOS.
           DISPLAY '* RESULTADOS REJEITADOS =    ' WS-REJEITADOS.
           DISPLAY '* PROMESSAS NO PRMMST   =    ' WS-GRAVADOS-PRM.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
