      *                                   NIVEL VEM DO TIERPARM;       *
      *                                   CLIENTE SEM NIVEL ACUMULA    *
      *                                   COMO BRONZE                  *
      *  15/10/2026 HUGO SAMPAIO          VALOR EM CONTESTACAO ABERTA  *
      *                                   (CTSMST, VRB814S) NAO ACUMULA*
      *                                   PONTOS NO MES DO MOVIMENTO;  *
      *                                   CONTESTACAO IMPROCEDENTE     *
      *                                   DEVOLVE O VALOR AO ACUMULO   *
      *  15/10/2026 HUGO SAMPAIO          PNTRES COM TIPO 'E' (ESTORNO *
      *                                   DE TRANSFERENCIA RECUSADA    *
      *                                   PELO PARCEIRO, VRB825S)      *
      *                                   CREDITA OS PONTOS NA FAIXA   *
      *                                   DO MES EM VEZ DE DEBITAR     *
      *  15/10/2026 HUGO SAMPAIO          PNTRES COM TIPO 'B' (BONUS   *
      *                                   DE INDICACAO, VRB826S)       *
      *                                   CREDITA COMO O ESTORNO, MAS  *
      *                                   EH REJEITADO SE O SALDO      *
      *                                   ESTIVER CONGELADO            *
      *  15/10/2026 HUGO SAMPAIO          PNTDLM PASSA A LEVAR O TOKEN *
      *                                   DO COFRE TOKMST (TOKGET31)   *
      *                                   NO LUGAR DO CPF              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT TIERMST        ASSIGN TO TIERMST
           FILE STATUS           IS        WS-FS-TIE.
      *----------------------------------------------------------------*
           SELECT CTSMST         ASSIGN TO CTSMST
           FILE STATUS           IS        WS-FS-CTS.
      *----------------------------------------------------------------*
           SELECT CADCTO         ASSIGN TO CADCTO
           ORGANIZATION          IS        INDEXED
       01  REG-RES.
           05 RES-CPF                      PIC 9(11).
           05 RES-PONTOS                   PIC 9(09).
           05 RES-TIPO                     PIC X(01).
              88 RES-ESTORNO                            VALUE 'E'.
              88 RES-BONUS                              VALUE 'B'.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  PNTMSTN
           LABEL       RECORD   STANDARD
           05 TIE-NIVEL                    PIC X(01).
           05 TIE-GASTO-12M                PIC 9(15)V99.
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
      *   MASTER DE CONTESTACOES (VRB814S), POR CPF + MOVIMENTO        *
      *----------------------------------------------------------------*
       FD  CTSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CTS.

       01  REG-CTS.
           05 CTS-CHAVE.
              10 CTS-CPF                   PIC 9(11).
              10 CTS-DATA-MOV              PIC 9(08).
              10 CTS-VALOR-MOV             PIC 9(15)V99.
           05 CTS-NOME                     PIC X(30).
           05 CTS-MOTIVO                   PIC X(02).
           05 CTS-DATA-ABERTURA            PIC 9(08).
           05 CTS-ETAPA                    PIC X(01).
           05 CTS-DATA-ETAPA               PIC 9(08).
           05 CTS-PRAZO-ETAPA              PIC 9(08).
           05 CTS-SITUACAO                 PIC X(01).
              88 CTS-SIT-ABERTA                         VALUE 'A'.
              88 CTS-SIT-IMPROCEDENTE                   VALUE 'I'.
           05 CTS-DATA-ENCERRAMENTO        PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  CADCTO
           RECORD      CONTAINS 80 CHARACTERS
           88 WS-MST-ABERTO-SIM                          VALUE 'S'.
       77  WS-TIE-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-TIE-ABERTO-SIM                          VALUE 'S'.
       77  WS-FS-CTS                       PIC X(02)     VALUE '00'.
       77  WS-CTS-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-CTS-ABERTO-SIM                          VALUE 'S'.
       77  WS-FS-CTO                       PIC X(02)     VALUE '00'.
       77  WS-FS-OPT                       PIC X(02)     VALUE '00'.
       77  WS-FS-DLM                       PIC X(02)     VALUE '00'.
       77  WS-CPF-MST                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-RES                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-TIE                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-CTS                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-MENOR                    PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        MULTIPLICADORES DE ACUMULO POR NIVEL (TIERPARM)         *
       77  WS-GRAVADOS-MSTN                PIC 9(07)     VALUE ZEROS.
       77  WS-RESGATES-OK                  PIC 9(07)     VALUE ZEROS.
       77  WS-RESGATES-REJ                 PIC 9(07)     VALUE ZEROS.
       77  WS-ESTORNOS-OK                  PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-ESTORNADOS               PIC 9(09)     VALUE ZEROS.
       77  WS-BONUS-OK                     PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-BONIFICADOS              PIC 9(09)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-LIA                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-EXPIRADOS                PIC 9(09)     VALUE ZEROS.
       77  WS-TOT-GANHOS                   PIC 9(09)     VALUE ZEROS.
       77  WS-TOT-RESGATADOS               PIC 9(09)     VALUE ZEROS.
       77  WS-CTS-DEDUZIDAS                PIC 9(07)     VALUE ZEROS.
       77  WS-CTS-DEVOLVIDAS               PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APURACAO DO CLIENTE CORRENTE                   *
      *----------------------------------------------------------------*
       77  WS-SALDO-NOVO                   PIC 9(09)     VALUE ZEROS.
       77  WS-VALOR-GASTO-CPF              PIC 9(15)V99  VALUE ZEROS.
       77  WS-PONTOS-A-DEBITAR             PIC 9(09)     VALUE ZEROS.
       77  WS-VALOR-CONTESTADO             PIC 9(15)V99  VALUE ZEROS.
       77  WS-VALOR-DEVOLVIDO              PIC 9(15)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *        FAIXAS MENSAIS DO CLIENTE CORRENTE (ATE 13)             *
      *----------------------------------------------------------------*
           05 WS-DBL-PROGRAMA              PIC X(08).
           05 WS-DBL-FORCADO               PIC X(01).
           05 WS-DBL-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *      TOKEN DO CPF NO EXTRATO PNTDLM (COFRE TOKMST, TOKGET31)   *
      *----------------------------------------------------------------*
       77  WS-TOKGET                       PIC X(08)   VALUE 'TOKGET31'.
       01  WS-TOK-PARM.
           05 WS-TOK-FUNCAO                PIC X(01)   VALUE 'T'.
           05 WS-TOK-CPF                   PIC 9(11)   VALUE ZEROS.
           05 WS-TOK-TOKEN                 PIC X(12)   VALUE SPACES.
           05 WS-TOK-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
                 END-IF
           END-IF.

      * CONTESTACOES: SEM O MASTER CTSMST (35) NAO HA VALOR A DEDUZIR.
           OPEN  INPUT                     CTSMST.
           IF    WS-FS-CTS                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-CTS
                 MOVE HIGH-VALUES          TO         WS-CPF-CTS
           ELSE
                 MOVE 'S'                  TO         WS-CTS-ABERTO
                 IF  WS-FS-CTS             NOT EQUAL  '00'
                     MOVE WS-FS-CTS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER CTSMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
           END-IF.

           OPEN  OUTPUT                    PNTMSTN.
           IF    WS-FS-MSTN                NOT EQUAL  '00'
                 MOVE WS-FS-MSTN           TO         WS-AREA-STAT
           IF  WS-TIE-ABERTO-SIM
               PERFORM 1400-LER-TIERMST THRU 1400-99-LER-TIERMST-EXIT
           END-IF.
           IF  WS-CTS-ABERTO-SIM
               PERFORM 1450-LER-CTSMST THRU 1450-99-LER-CTSMST-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1400-99-LER-TIERMST-EXIT.           EXIT.
      *================================================================*
       1450-LER-CTSMST                     SECTION.
      *================================================================*
           MOVE '1450-LER-CTSMST'          TO         WS-CODIGO-AREA.

           READ CTSMST.

           IF  WS-FS-CTS   NOT EQUAL '00'
           AND WS-FS-CTS   NOT EQUAL '10'
               MOVE WS-FS-CTS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER CTSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CTS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-CTS
           ELSE
               MOVE CTS-CPF                TO         WS-CPF-CTS
           END-IF.
      *----------------------------------------------------------------*
       1450-99-LER-CTSMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           PERFORM 2040-POSICIONA-NIVEL
               THRU 2040-99-POSICIONA-NIVEL-EXIT.

           PERFORM 2070-APURA-CONTESTACOES
               THRU 2070-99-APURA-CONTESTACOES-EXIT.

           IF  WS-CPF-ENT                  EQUAL      WS-CPF-MENOR
               MOVE NOME-CLIENTE-ENT       TO         WS-NOME-CLIENTE
               PERFORM 2100-ACUMULA-GASTO
                   THRU 2100-99-ACUMULA-GASTO-EXIT
                       UNTIL WS-CPF-ENT    NOT EQUAL  WS-CPF-MENOR
               PERFORM 2120-AJUSTA-CONTESTADO
                   THRU 2120-99-AJUSTA-CONTESTADO-EXIT
               IF  WS-CPF-CONGELADO        NOT EQUAL  'S'
                   COMPUTE WS-PONTOS-GANHOS =
                           WS-VALOR-GASTO-CPF * PARM-TAXA-PONTOS
           PERFORM 1400-LER-TIERMST  THRU  1400-99-LER-TIERMST-EXIT.
      *----------------------------------------------------------------*
       2045-99-AVANCA-TIERMST-EXIT.        EXIT.
      *================================================================*
       2070-APURA-CONTESTACOES             SECTION.
      *================================================================*
      * AVANCA O CTSMST ATE O CPF DA VEZ E SOMA, DAS CONTESTACOES DO   *
      * CLIENTE: (A) O VALOR AINDA ABERTO DE MOVIMENTO DO MES, QUE NAO *
      * ACUMULA; (B) O VALOR DE CONTESTACAO IMPROCEDENTE ENCERRADA NO  *
      * MES SOBRE MOVIMENTO DE MES ANTERIOR, ABERTA NO PROPRIO MES DO  *
      * MOVIMENTO (DEDUZIDA NAQUELA RODADA), QUE VOLTA A ACUMULAR.     *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO      WS-VALOR-CONTESTADO.
           MOVE ZEROS                      TO      WS-VALOR-DEVOLVIDO.

           PERFORM 2075-AVANCA-CTSMST
               THRU 2075-99-AVANCA-CTSMST-EXIT
                   UNTIL WS-CPF-CTS    NOT LESS       WS-CPF-MENOR.

           PERFORM 2078-SOMA-CONTESTACAO
               THRU 2078-99-SOMA-CONTESTACAO-EXIT
                   UNTIL WS-CPF-CTS        NOT EQUAL  WS-CPF-MENOR.
      *----------------------------------------------------------------*
       2070-99-APURA-CONTESTACOES-EXIT.    EXIT.
      *================================================================*
       2075-AVANCA-CTSMST                  SECTION.
      *================================================================*
           PERFORM 1450-LER-CTSMST   THRU  1450-99-LER-CTSMST-EXIT.
      *----------------------------------------------------------------*
       2075-99-AVANCA-CTSMST-EXIT.         EXIT.
      *================================================================*
       2078-SOMA-CONTESTACAO               SECTION.
      *================================================================*
           IF  CTS-SIT-ABERTA
           AND CTS-DATA-MOV (1:6)          EQUAL      WS-ANOMES-HOJE
               ADD  CTS-VALOR-MOV          TO      WS-VALOR-CONTESTADO
           END-IF.

           IF  CTS-SIT-IMPROCEDENTE
           AND CTS-DATA-ENCERRAMENTO (1:6) EQUAL      WS-ANOMES-HOJE
           AND CTS-DATA-MOV (1:6)          LESS       WS-ANOMES-HOJE
           AND CTS-DATA-ABERTURA (1:6)     EQUAL   CTS-DATA-MOV (1:6)
               ADD  CTS-VALOR-MOV          TO      WS-VALOR-DEVOLVIDO
           END-IF.

           PERFORM 1450-LER-CTSMST   THRU  1450-99-LER-CTSMST-EXIT.
      *----------------------------------------------------------------*
       2078-99-SOMA-CONTESTACAO-EXIT.      EXIT.
      *================================================================*
       2050-EXPIRA-FAIXAS                  SECTION.
      *================================================================*
           PERFORM 1100-LER-ARQENT   THRU  1100-99-LER-ARQENT-EXIT.
      *----------------------------------------------------------------*
       2100-99-ACUMULA-GASTO-EXIT.         EXIT.
      *================================================================*
       2120-AJUSTA-CONTESTADO              SECTION.
      *================================================================*
      * TIRA DO GASTO DO MES O VALOR EM CONTESTACAO ABERTA (SEM DEIXAR *
      * NEGATIVO) E DEVOLVE O DE CONTESTACAO JULGADA IMPROCEDENTE.     *
      *----------------------------------------------------------------*
           IF  WS-VALOR-CONTESTADO         GREATER    ZEROS
               ADD  1                      TO         WS-CTS-DEDUZIDAS
               IF  WS-VALOR-CONTESTADO     NOT LESS  WS-VALOR-GASTO-CPF
                   MOVE ZEROS              TO      WS-VALOR-GASTO-CPF
               ELSE
                   SUBTRACT WS-VALOR-CONTESTADO
                                           FROM    WS-VALOR-GASTO-CPF
               END-IF
           END-IF.

           IF  WS-VALOR-DEVOLVIDO          GREATER    ZEROS
               ADD  1                      TO         WS-CTS-DEVOLVIDAS
               ADD  WS-VALOR-DEVOLVIDO     TO      WS-VALOR-GASTO-CPF
           END-IF.
      *----------------------------------------------------------------*
       2120-99-AJUSTA-CONTESTADO-EXIT.     EXIT.
      *================================================================*
       2150-CREDITA-FAIXA-DO-MES           SECTION.
      *================================================================*
      *================================================================*
      * DEBITA O RESGATE DO SALDO JA ATUALIZADO COM OS PONTOS DO MES,  *
      * CONSUMINDO AS FAIXAS MAIS ANTIGAS PRIMEIRO; RESGATE MAIOR QUE  *
      * O SALDO NAO DEBITA E VIRA REJEITO. O ESTORNO DE TRANSFERENCIA  *
      * RECUSADA (TIPO 'E') DEVOLVE OS PONTOS, MESMO COM SALDO         *
      * CONGELADO; O BONUS DE INDICACAO (TIPO 'B') TAMBEM CREDITA, MAS *
      * NAO ENTRA EM SALDO CONGELADO.                                  *
      *----------------------------------------------------------------*
           IF  RES-ESTORNO
               PERFORM 2270-CREDITA-ESTORNO
                   THRU 2270-99-CREDITA-ESTORNO-EXIT
               PERFORM 1300-LER-PNTRES THRU 1300-99-LER-PNTRES-EXIT
               GO TO 2200-99-APLICA-RESGATES-EXIT
           END-IF.

           IF  WS-CPF-CONGELADO            EQUAL      'S'
               PERFORM 2350-REJEITA-CONGELADO
                   THRU 2350-99-REJEITA-CONGELADO-EXIT
               GO TO 2200-99-APLICA-RESGATES-EXIT
           END-IF.

           IF  RES-BONUS
               PERFORM 2270-CREDITA-ESTORNO
                   THRU 2270-99-CREDITA-ESTORNO-EXIT
               PERFORM 1300-LER-PNTRES THRU 1300-99-LER-PNTRES-EXIT
               GO TO 2200-99-APLICA-RESGATES-EXIT
           END-IF.

           IF  RES-PONTOS              NOT GREATER    WS-SALDO-NOVO
               MOVE RES-PONTOS             TO        WS-PONTOS-A-DEBITAR
               PERFORM 2250-CONSOME-FAIXA
           END-IF.
      *----------------------------------------------------------------*
       2250-99-CONSOME-FAIXA-EXIT.         EXIT.
      *================================================================*
       2270-CREDITA-ESTORNO                SECTION.
      *================================================================*
      * OS PONTOS DEVOLVIDOS (OU O BONUS) ENTRAM NA FAIXA DO MES       *
      * CORRENTE, COMO UM GANHO DO MES, E VOLTAM AO SALDO DA RODADA.   *
      *----------------------------------------------------------------*
           IF  RES-PONTOS                  EQUAL      ZEROS
               GO TO 2270-99-CREDITA-ESTORNO-EXIT
           END-IF.

           IF  WS-QTDE-FX                  GREATER    ZEROS
           AND WS-FX-ANOMES (WS-QTDE-FX)   EQUAL      WS-ANOMES-HOJE
               ADD  RES-PONTOS        TO  WS-FX-PONTOS (WS-QTDE-FX)
           ELSE
               IF  WS-QTDE-FX              EQUAL      13
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'FAIXAS DE ACUMULO ESGOTADAS NO PNTMST'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-FX
               MOVE WS-ANOMES-HOJE    TO  WS-FX-ANOMES (WS-QTDE-FX)
               MOVE RES-PONTOS        TO  WS-FX-PONTOS (WS-QTDE-FX)
           END-IF.

           ADD  RES-PONTOS                 TO         WS-SALDO-NOVO.
           ADD  RES-PONTOS                 TO         WS-PONTOS-GANHOS.
           ADD  RES-PONTOS                 TO         WS-TOT-GANHOS.
           IF  RES-BONUS
               ADD  RES-PONTOS             TO         WS-TOT-BONIFICADOS
               ADD  1                      TO         WS-BONUS-OK
           ELSE
               ADD  RES-PONTOS             TO         WS-TOT-ESTORNADOS
               ADD  1                      TO         WS-ESTORNOS-OK
           END-IF.
      *----------------------------------------------------------------*
       2270-99-CREDITA-ESTORNO-EXIT.       EXIT.
      *================================================================*
       2300-GRAVA-REJEITO                  SECTION.
      *================================================================*

           IF  WS-ENTREGA-EMAIL
               ADD  1                      TO         WS-CLI-EMAIL
               MOVE 'T'                    TO         WS-TOK-FUNCAO
               MOVE WS-CPF-MENOR           TO         WS-TOK-CPF
               CALL WS-TOKGET              USING      WS-TOK-PARM
               IF  WS-TOK-RETORNO          NOT EQUAL  'S'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'ERRO NO COFRE DE TOKENS TOKMST'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE SPACES                 TO         REG-DLM
               STRING 'P;' WS-TOK-TOKEN ';'
                      WS-SALDO-ANTERIOR ';'
                      WS-PONTOS-GANHOS ';'
                      WS-PONTOS-RESGATADOS ';'

           CLOSE ARQENT  PNTRES  PNTMSTN  PNTREJ  RELPNT  RELLIA
                 PNTDLM  PNTCTB.
           MOVE 'F'                        TO         WS-TOK-FUNCAO.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.
           IF  WS-MST-ABERTO-SIM
               CLOSE PNTMST
           END-IF.
           IF  WS-TIE-ABERTO-SIM
               CLOSE TIERMST
           END-IF.
           IF  WS-CTS-ABERTO-SIM
               CLOSE CTSMST
           END-IF.
           IF  WS-CTO-ABERTO-SIM
               CLOSE CADCTO
           END-IF.
           DISPLAY '* GRAVADOS EM PNTMSTN   =    ' WS-GRAVADOS-MSTN.
           DISPLAY '* RESGATES APLICADOS    =    ' WS-RESGATES-OK.
           DISPLAY '* RESGATES REJEITADOS   =    ' WS-RESGATES-REJ.
           DISPLAY '* ESTORNOS CREDITADOS   =    ' WS-ESTORNOS-OK.
           DISPLAY '* PONTOS ESTORNADOS     =    ' WS-TOT-ESTORNADOS.
           DISPLAY '* BONUS CREDITADOS      =    ' WS-BONUS-OK.
           DISPLAY '* PONTOS BONIFICADOS    =    ' WS-TOT-BONIFICADOS.
           DISPLAY '* CPFS CONGELADOS       =    ' WS-CLI-CONGELADOS.
           DISPLAY '* PONTOS CREDITADOS     =    ' WS-TOT-GANHOS.
           DISPLAY '* PONTOS RESGATADOS     =    ' WS-TOT-RESGATADOS.
           DISPLAY '* PONTOS EXPIRADOS      =    ' WS-TOT-EXPIRADOS.
           DISPLAY '* CPFS COM CONTESTACAO  =    ' WS-CTS-DEDUZIDAS.
           DISPLAY '* CPFS COM DEVOLUCAO    =    ' WS-CTS-DEVOLVIDAS.
           DISPLAY '* ENTREGA POR E-MAIL    =    ' WS-CLI-EMAIL.
           DISPLAY '* ENTREGA EM PAPEL      =    ' WS-CLI-PAPEL.
           DISPLAY '**************************************************'.
