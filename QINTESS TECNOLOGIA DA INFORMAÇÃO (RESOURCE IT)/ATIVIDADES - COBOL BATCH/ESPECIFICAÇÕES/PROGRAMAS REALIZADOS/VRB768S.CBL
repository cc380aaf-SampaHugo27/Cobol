      * OBJETIVO: BAIXA E ATRASO DAS PARCELAS DE EMPRESTIMO. RODA      *
      * DEPOIS DO RETORNO BANCARIO (VRB738S, QUE MARCA OS TITULOS      *
      * PAGOS NO TITMST):                                              *
      *   1. CONSULTA O TITULO NO CLUSTER TITMST PELA CHAVE            *
      *      NOSSO-NUMERO (SITUACAO E VALOR PAGO);                     *
      *   2. PASSA O CRONOGRAMA LOANPAR: PARCELA EMITIDA ('E') CUJO    *
      *      TITULO ESTA PAGO VIRA 'P' (PAGA) EM LOANPARN;             *
      *   3. ATUALIZA O MASTER LOANMST EM LOANMSTN: PARCELAS PAGAS     *
      *                                   'A' PRESENTE NO FEED CONSPAG *
      *                                   DA FOLHA (VRB740S) VIRA 'P'  *
      *                                   SEM TITULO                   *
      *  15/09/2026 HUGO SAMPAIO          PARCELA 'Q' (QUITADA         *
      *                                   ANTECIPADAMENTE NO VRB799S)  *
      *                                   CONTA COMO PAGA NO CONTRATO  *
      *  15/09/2026 HUGO SAMPAIO          MULTA E JUROS DE MORA DA     *
      *                                   PARCELA EM ATRASO (TAXAS NO  *
      *                                   PARMMST, DOMINIO EMPREST),   *
      *                                   DO VENCIMENTO ATE O          *
      *                                   PAGAMENTO (LOANRET DO        *
      *                                   VRB738S) OU ATE HOJE; TOTAL  *
      *                                   DO LOANATR PASSA A INCLUIR   *
      *                                   OS ENCARGOS; ENCARGO PAGO    *
      *                                   EM TITULO DO VRB767S SAI NO  *
      *                                   MOVIMENTO CONTABIL CTBMOV    *
      *  15/10/2026 HUGO SAMPAIO          CONTRATO CONGELADO POR       *
      *                                   SINISTRO DO SEGURO           *
      *                                   PRESTAMISTA (SITUACAO 'S',   *
      *                                   VRB801S) NAO SAI NO EXTRATO  *
      *                                   DE ATRASO LOANATR            *
      *  15/10/2026 HUGO SAMPAIO          TITMST CONVERTIDO EM CLUSTER *
      *                                   KSDS: TITULO DA PARCELA LIDO *
      *                                   PELA CHAVE NOSSO-NUMERO (SEM *
      *                                   A TABELA DE 5000 TITULOS)    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
       FILE-CONTROL.

           SELECT TITMST         ASSIGN TO TITMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY  IS        TIT-SOCIO
                                 WITH      DUPLICATES
           FILE STATUS           IS        WS-FS-TIT.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
      *----------------------------------------------------------------*
           SELECT LOANATR        ASSIGN TO LOANATR
           FILE STATUS           IS        WS-FS-ATR.
      *----------------------------------------------------------------*
           SELECT LOANRET        ASSIGN TO LOANRET
           FILE STATUS           IS        WS-FS-LRT.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  TITMST
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-TIT.

           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 PAR-VALOR-MULTA              PIC 9(07)V9(02).
           05 PAR-VALOR-MORA               PIC 9(07)V9(02).
           05 PAR-SIT-ENCARGO              PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  LOANPARN
           LABEL       RECORD   STANDARD
           05 PARN-VALOR                   PIC 9(09)V9(02).
           05 PARN-SITUACAO                PIC X(01).
           05 PARN-NOSSO-NUMERO            PIC 9(10).
      *    ENCARGOS DE ATRASO: ' ' SEM ENCARGO, 'A' APURANDO (PARCELA
      *    VENCIDA EM ABERTO), 'P' PENDENTE DE COBRANCA (PAGA COM
      *    ATRASO), 'F' FATURADO NO TITULO SEGUINTE (VRB767S).
           05 PARN-VALOR-MULTA             PIC 9(07)V9(02).
           05 PARN-VALOR-MORA              PIC 9(07)V9(02).
           05 PARN-SIT-ENCARGO             PIC X(01).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
       FD  LOANMST
           LABEL       RECORD   STANDARD
           05 ATR-TOTAL-DIVIDA             PIC 9(15)V99.
           05 ATR-FAIXA-RISCO              PIC X(05).
           05 FILLER                       PIC 9(02).
      *----------------------------------------------------------------*
      *   TITULOS DE EMPRESTIMO LIQUIDADOS NO RETORNO (VRB738S)        *
      *----------------------------------------------------------------*
       FD  LOANRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-LRT.

       01  REG-LRT.
           05 LRT-NOSSO-NUMERO             PIC 9(10).
           05 LRT-CONTRATO                 PIC 9(06).
           05 LRT-VALOR-PAGO               PIC 9(09)V9(02).
           05 LRT-DATA-PAGAMENTO           PIC 9(08).
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
      *   MOVIMENTO CONTABIL POR FONTE (LIDO PELO VRB788S)             *
      *----------------------------------------------------------------*
       FD  CTBMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-FONTE                    PIC X(08).
           05 MOV-ANOMES                   PIC 9(06).
           05 MOV-VALOR                    PIC 9(13)V9(02).
           05 MOV-PROGRAMA                 PIC X(08).
           05 MOV-DATA                     PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOAN                      PIC X(02)     VALUE '00'.
       77  WS-FS-ATR                       PIC X(02)     VALUE '00'.
       77  WS-FS-LRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *              TITULO DA PARCELA NO MASTER TITMST                *
      *----------------------------------------------------------------*
       77  WS-TIT-ACHADO                   PIC X(01)     VALUE 'N'.
           88 WS-TIT-ACHADO-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *      DATAS DE PAGAMENTO DOS TITULOS DE EMPRESTIMO (LOANRET)    *
      *----------------------------------------------------------------*
       77  WS-QTDE-LRT                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-LRT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-LRT.
           05 WS-LRT-ITEM                  OCCURS 5000 TIMES.
              10 WS-LRT-NOSSO              PIC 9(10).
              10 WS-LRT-DATA               PIC 9(08).
      *----------------------------------------------------------------*
      *        TABELA DE APURACAO POR CONTRATO (PAGAS E ATRASO)        *
      *----------------------------------------------------------------*
       77  WS-PARCELAS-ATRASO              PIC 9(07)     VALUE ZEROS.
       77  WS-CONTRATOS-QUITADOS           PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-ATR                 PIC 9(07)     VALUE ZEROS.
       77  WS-PARCELAS-ENCARGO             PIC 9(07)     VALUE ZEROS.
       77  WS-ENCARGOS-APURADOS            PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-ENCARGOS-RECEBIDOS           PIC 9(13)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *      ENCARGOS DE ATRASO: TAXAS DO PARMMST (DOMINIO EMPREST)    *
      *  CHAVE MULTA    : POS 1-6 PERCENTUAL DA MULTA (9(2)V9(4))      *
      *  CHAVE JUROMORA : POS 1-6 JUROS DE MORA AO MES (9(2)V9(4)),    *
      *                   PRO RATA DIE SOBRE 30 DIAS                   *
      *  SEM LINHA EM VIGOR VALEM OS TETOS LEGAIS (2% E 1% AO MES).    *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-CAMPOS REDEFINES WS-VC-AREA.
           05 WS-VC-TAXA                   PIC 9(02)V9(04).
       77  WS-TAXA-MULTA                   PIC 9(02)V9(04) VALUE 2,0000.
       77  WS-TAXA-MORA                    PIC 9(02)V9(04) VALUE 1,0000.
       77  WS-DATA-FIM-ENC                 PIC 9(08)     VALUE ZEROS.
       77  WS-ENCARGO-COBRADO              PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *         DIAS CORRIDOS ENTRE DUAS DATAS (VRB672S)               *
      *----------------------------------------------------------------*
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05 WS-672-DATA-INICIAL          PIC 9(08).
           05 WS-672-DATA-FINAL            PIC 9(08).
           05 WS-672-DIAS                  PIC S9(07)  COMP.
           05 WS-672-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
           OPEN  INPUT                     TITMST.
           IF    WS-FS-TIT                 NOT EQUAL  '00'
                 MOVE WS-FS-TIT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
           ELSE
                 MOVE '00'                 TO         WS-FS-CPG
           END-IF.

      * TITULOS DE EMPRESTIMO PAGOS NO RETORNO: AUSENTE VALE COMO
      * VAZIO (A DATA DE PAGAMENTO CAI PARA A DATA DO PROCESSAMENTO).
           OPEN  INPUT                     LOANRET.
           IF    WS-FS-LRT                 EQUAL      '00'
                 PERFORM 1160-CARREGA-LOANRET
                     THRU 1160-99-CARREGA-LOANRET-EXIT
                         UNTIL WS-FS-LRT   EQUAL '10'
                 CLOSE LOANRET
           END-IF.

           PERFORM 1400-CARREGA-TAXAS THRU 1400-99-CARREGA-TAXAS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LE-TITULO                      SECTION.
      *================================================================*
           MOVE '1100-LE-TITULO'           TO         WS-CODIGO-AREA.
           MOVE 'N'                        TO         WS-TIT-ACHADO.

           MOVE PAR-NOSSO-NUMERO           TO         TIT-NOSSO-NUMERO.
           READ  TITMST.
           IF  WS-FS-TIT                   EQUAL      '23'
               GO TO 1100-99-LE-TITULO-EXIT
           END-IF.
           IF  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-TIT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER TITULO NO CLUSTER TITMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           MOVE 'S'                        TO         WS-TIT-ACHADO.
           ADD  1                          TO         WS-LIDOS-TIT.
      *----------------------------------------------------------------*
       1100-99-LE-TITULO-EXIT.             EXIT.
      *================================================================*
       1150-CARREGA-CONSPAG                SECTION.
      *================================================================*
           MOVE CPG-PARCELA       TO  WS-CPG-PARCELA  (WS-QTDE-CPG).
      *----------------------------------------------------------------*
       1150-99-CARREGA-CONSPAG-EXIT.       EXIT.
      *================================================================*
       1160-CARREGA-LOANRET                SECTION.
      *================================================================*
           READ  LOANRET.
           IF  WS-FS-LRT   NOT EQUAL '00'
           AND WS-FS-LRT   NOT EQUAL '10'
               MOVE WS-FS-LRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER EXTRATO LOANRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LRT                   NOT EQUAL  '00'
               GO TO 1160-99-CARREGA-LOANRET-EXIT
           END-IF.

           IF  WS-QTDE-LRT                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 TITULOS NO LOANRET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-LRT.
           MOVE LRT-NOSSO-NUMERO  TO  WS-LRT-NOSSO (WS-QTDE-LRT).
           MOVE LRT-DATA-PAGAMENTO TO WS-LRT-DATA  (WS-QTDE-LRT).
      *----------------------------------------------------------------*
       1160-99-CARREGA-LOANRET-EXIT.       EXIT.
      *================================================================*
       1200-LER-LOANPAR                    SECTION.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1300-99-LER-LOANMST-EXIT.           EXIT.
      *================================================================*
       1400-CARREGA-TAXAS                  SECTION.
      *================================================================*
      * TAXAS DE MULTA E JUROS DE MORA NO MASTER CENTRAL PARMMST VIA   *
      * PARGET31. SEM LINHA EM VIGOR ('V') FICAM OS TETOS LEGAIS DO    *
      * VALUE; MASTER AUSENTE/ILEGIVEL ('N') CANCELA, PORQUE O VALOR   *
      * VAI PARA A COBRANCA DO CLIENTE.                                *
      *----------------------------------------------------------------*
           MOVE '1400-CARREGA-TAXAS'       TO         WS-CODIGO-AREA.

           MOVE 'EMPREST '                 TO         WS-PGT-DOMINIO.
           MOVE 'MULTA   '                 TO         WS-PGT-CHAVE.
           PERFORM 1450-BUSCA-TAXA THRU 1450-99-BUSCA-TAXA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-TAXA             TO         WS-TAXA-MULTA
           ELSE
               DISPLAY 'MULTA SEM LINHA NO PARMMST - TETO LEGAL'
           END-IF.

           MOVE 'JUROMORA'                 TO         WS-PGT-CHAVE.
           PERFORM 1450-BUSCA-TAXA THRU 1450-99-BUSCA-TAXA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-TAXA             TO         WS-TAXA-MORA
           ELSE
               DISPLAY 'JUROS DE MORA SEM LINHA NO PARMMST - TETO LEGAL'
           END-IF.
      *----------------------------------------------------------------*
       1400-99-CARREGA-TAXAS-EXIT.         EXIT.
      *================================================================*
       1450-BUSCA-TAXA                     SECTION.
      *================================================================*
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:6) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'TAXA DE ENCARGO DO PARMMST INVALIDA'
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
       1450-99-BUSCA-TAXA-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA-PARCELAS              SECTION.
      *================================================================*
           END-IF.

           IF  PAR-SITUACAO                EQUAL      'E'
               PERFORM 1100-LE-TITULO THRU 1100-99-LE-TITULO-EXIT
               MOVE '2000-PROCESSA-PARCELAS' TO       WS-CODIGO-AREA
               IF  WS-TIT-ACHADO-SIM
               AND TIT-SITUACAO            EQUAL      'P'
                   MOVE 'P'                TO         PARN-SITUACAO
                   ADD  1                  TO         WS-PARCELAS-PAGAS
                   PERFORM 2300-PAGA-COM-ATRASO
                       THRU 2300-99-PAGA-COM-ATRASO-EXIT
               ELSE
                   IF  PAR-DATA-VENCTO     LESS       WS-DATA-HOJE
                       ADD  1              TO        WS-PARCELAS-ATRASO
                       MOVE WS-DATA-HOJE   TO         WS-DATA-FIM-ENC
                       PERFORM 2200-CALCULA-ENCARGOS
                           THRU 2200-99-CALCULA-ENCARGOS-EXIT
                       MOVE 'A'            TO        PARN-SIT-ENCARGO
                       ADD  PAR-VALOR  PARN-VALOR-MULTA
                            PARN-VALOR-MORA
                           TO WS-CON-ATRASO (WS-IND-CON-ACH)
                   END-IF
               END-IF
           END-IF.

      * PARCELA LIQUIDADA NA QUITACAO ANTECIPADA (VRB799S) CONTA COMO
      * PAGA.
           IF  PARN-SITUACAO               EQUAL      'P'
           OR  PARN-SITUACAO               EQUAL      'Q'
               ADD  1          TO  WS-CON-PAGAS (WS-IND-CON-ACH)
           END-IF.

           END-IF.
      *----------------------------------------------------------------*
       2100-99-LOCALIZA-CONTRATO-EXIT.     EXIT.
      *================================================================*
       2200-CALCULA-ENCARGOS               SECTION.
      *================================================================*
      * MULTA SOBRE O VALOR DA PARCELA MAIS JUROS DE MORA SIMPLES PRO  *
      * RATA DIE (TAXA MENSAL / 30) DO VENCIMENTO ATE WS-DATA-FIM-ENC. *
      * SEM DIA DE ATRASO NAO HA ENCARGO.                              *
      *----------------------------------------------------------------*
           MOVE '2200-CALCULA-ENCARGOS'    TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         PARN-VALOR-MULTA
                                                      PARN-VALOR-MORA.
           MOVE SPACES                     TO         PARN-SIT-ENCARGO.

           MOVE PAR-DATA-VENCTO       TO         WS-672-DATA-INICIAL.
           MOVE WS-DATA-FIM-ENC            TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA INVALIDA NO CALCULO DOS DIAS DE ATRASO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-672-DIAS                 NOT GREATER ZEROS
               GO TO 2200-99-CALCULA-ENCARGOS-EXIT
           END-IF.

           COMPUTE PARN-VALOR-MULTA ROUNDED =
                   PAR-VALOR * WS-TAXA-MULTA / 100.
           COMPUTE PARN-VALOR-MORA  ROUNDED =
                   PAR-VALOR * WS-TAXA-MORA / 100 * WS-672-DIAS / 30.

           ADD  1                     TO         WS-PARCELAS-ENCARGO.
           ADD  PARN-VALOR-MULTA  PARN-VALOR-MORA
                                   TO  WS-ENCARGOS-APURADOS.
      *----------------------------------------------------------------*
       2200-99-CALCULA-ENCARGOS-EXIT.      EXIT.
      *================================================================*
       2300-PAGA-COM-ATRASO                SECTION.
      *================================================================*
      * PARCELA QUE ACABOU DE SER BAIXADA: O BANCO RECEBE SO O VALOR   *
      * DE FACE, ENTAO A MULTA E A MORA ATE A DATA DO PAGAMENTO        *
      * FICAM PENDENTES ('P') PARA O PROXIMO TITULO DO VRB767S. O      *
      * QUE O TITULO TROUXE ACIMA DO VALOR DA PARCELA SAO ENCARGOS DE  *
      * PARCELAS ANTERIORES AGORA RECEBIDOS.                           *
      *----------------------------------------------------------------*
           MOVE '2300-PAGA-COM-ATRASO'     TO         WS-CODIGO-AREA.

           MOVE WS-DATA-HOJE               TO         WS-DATA-FIM-ENC.
           PERFORM VARYING WS-IND-LRT FROM 1 BY 1
                   UNTIL WS-IND-LRT GREATER WS-QTDE-LRT
               IF  WS-LRT-NOSSO (WS-IND-LRT) EQUAL   PAR-NOSSO-NUMERO
                   MOVE WS-LRT-DATA (WS-IND-LRT) TO   WS-DATA-FIM-ENC
                   MOVE WS-QTDE-LRT        TO         WS-IND-LRT
               END-IF
           END-PERFORM.

           PERFORM 2200-CALCULA-ENCARGOS
               THRU 2200-99-CALCULA-ENCARGOS-EXIT.
           IF  PARN-VALOR-MULTA            GREATER    ZEROS
           OR  PARN-VALOR-MORA             GREATER    ZEROS
               MOVE 'P'                    TO         PARN-SIT-ENCARGO
           END-IF.

           IF  TIT-VALOR                   GREATER    PAR-VALOR
               COMPUTE WS-ENCARGO-COBRADO = TIT-VALOR - PAR-VALOR
               ADD  WS-ENCARGO-COBRADO     TO     WS-ENCARGOS-RECEBIDOS
           END-IF.
      *----------------------------------------------------------------*
       2300-99-PAGA-COM-ATRASO-EXIT.       EXIT.
      *================================================================*
       5000-ATUALIZA-CONTRATOS             SECTION.
      *================================================================*
                   ADD  1                  TO
                        WS-CONTRATOS-QUITADOS
               END-IF
      * CONTRATO CONGELADO POR SINISTRO NAO VAI PARA A COBRANCA.
               IF  WS-CON-ATRASO (WS-IND-CON-ACH) GREATER ZEROS
               AND LOA-SITUACAO            NOT EQUAL  'S'
                   PERFORM 5500-GRAVA-ATRASO
                       THRU 5500-99-GRAVA-ATRASO-EXIT
               END-IF
       5500-GRAVA-ATRASO                   SECTION.
      *================================================================*
      * FAIXA DE RISCO PELOS MESMOS CORTES DO VRB646S: ATE 5.000       *
      * BAIXO, ATE 20.000 MEDIO, ACIMA ALTO. O TOTAL JA TRAZ A MULTA   *
      * E OS JUROS DE MORA APURADOS ATE HOJE (LAYOUT DO ARQSAI SEM     *
      * CAMPO PROPRIO PARA ENCARGOS).                                  *
      *----------------------------------------------------------------*
           MOVE '5500-GRAVA-ATRASO'        TO         WS-CODIGO-AREA.

      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE LOANPAR  LOANPARN  LOANMST  LOANMSTN  LOANATR
                 TITMST.

           IF  WS-ENCARGOS-RECEBIDOS       GREATER    ZEROS
               PERFORM 9100-GRAVA-CTBMOV THRU 9100-99-GRAVA-CTBMOV-EXIT
           END-IF.

           IF  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-PARN                  NOT EQUAL  '00'
           OR  WS-FS-LOA                   NOT EQUAL  '00'
           OR  WS-FS-LOAN                  NOT EQUAL  '00'
           OR  WS-FS-ATR                   NOT EQUAL  '00'
           OR  WS-FS-TIT                   NOT EQUAL  '00'
               MOVE WS-FS-LOAN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* TITULOS LOCALIZADOS   =    ' WS-LIDOS-TIT.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* PARCELAS BAIXADAS     =    ' WS-PARCELAS-PAGAS.
           DISPLAY '* BAIXAS CONSIGNADAS    =    ' WS-PARCELAS-CONSIG.
           DISPLAY '* PARCELAS EM ATRASO    =    ' WS-PARCELAS-ATRASO.
           DISPLAY '* CONTRATOS QUITADOS    =    ' WS-CONTRATOS-QUITADOS
           DISPLAY '* CONTRATOS NO LOANATR  =    ' WS-GRAVADOS-ATR.
           DISPLAY '* PARCELAS COM ENCARGO  =    ' WS-PARCELAS-ENCARGO.
           DISPLAY '* ENCARGOS APURADOS     =    ' WS-ENCARGOS-APURADOS.
           DISPLAY '* ENCARGOS RECEBIDOS    =    '
                   WS-ENCARGOS-RECEBIDOS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9100-GRAVA-CTBMOV                   SECTION.
      *================================================================*
      * ENCARGOS RECEBIDOS NA RODADA VAO PARA O MOVIMENTO CONTABIL     *
      * CTBMOV (FONTE EMPENCAR), ACUMULADO NO MES E LANCADO PELO       *
      * VRB788S. O ARQUIVO EH ESTENDIDO; AUSENTE, EH CRIADO.           *
      *----------------------------------------------------------------*
           MOVE '9100-GRAVA-CTBMOV'        TO         WS-CODIGO-AREA.

           OPEN  EXTEND                    CTBMOV.
           IF    WS-FS-MOV                 EQUAL      '35'
                 OPEN OUTPUT               CTBMOV
           END-IF.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-MOV.
           MOVE 'EMPENCAR'                 TO         MOV-FONTE.
           MOVE WS-DATA-HOJE (1:6)         TO         MOV-ANOMES.
           MOVE WS-ENCARGOS-RECEBIDOS      TO         MOV-VALOR.
           MOVE 'VRB768S'                  TO         MOV-PROGRAMA.
           MOVE WS-DATA-HOJE               TO         MOV-DATA.
           WRITE REG-MOV.
           IF  WS-FS-MOV                   NOT EQUAL  '00'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           CLOSE CTBMOV.
      *----------------------------------------------------------------*
       9100-99-GRAVA-CTBMOV-EXIT.          EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
