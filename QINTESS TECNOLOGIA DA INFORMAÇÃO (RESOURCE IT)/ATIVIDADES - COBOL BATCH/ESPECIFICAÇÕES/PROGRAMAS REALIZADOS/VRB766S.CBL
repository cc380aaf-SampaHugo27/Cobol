      * A COBRANCA MENSAL DAS PARCELAS EH EMITIDA PELO VRB767S VIA     *
      * TITMST/REMCOB E A BAIXA/ATRASO APURADOS PELO VRB768S.          *
      * ACEITE REPROVADO SAI NO LOANREJ COM O MOTIVO.                  *
      * O IOF DA OPERACAO (ADICIONAL SOBRE O PRINCIPAL + DIARIO SOBRE  *
      * A AMORTIZACAO DE CADA PARCELA, LIMITADO A 365 DIAS) EH         *
      * GRAVADO NO CONTRATO; COM ACE-FINANCIA-IOF = 'S' ELE EH SOMADO  *
      * AO PRINCIPAL ANTES DO RECALCULO DA PRICE. O TOTAL DA RODADA    *
      * VAI PARA O MOVIMENTO CONTABIL CTBMOV (FONTE IOFEMPR).          *
      * COM ACE-SEGURO = 'S' O CONTRATO LEVA SEGURO PRESTAMISTA: O     *
      * PREMIO MENSAL (TAXA DO PARMMST SOBRE O VALOR FINANCIADO) EH    *
      * SOMADO A CADA PARCELA DO LOANPAR E A APOLICE EH GRAVADA NO     *
      * MASTER LOANSEG (REPASSE NO VRB802S, SINISTRO NO VRB801S).      *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          IOF NA CONTRATACAO (TAXAS NO *
      *                                   PARMMST, DOMINIO IOF),       *
      *                                   FINANCIAMENTO OPCIONAL DO    *
      *                                   IOF NO PRINCIPAL, VALOR NO   *
      *                                   LOANMST E NO CTBMOV          *
      *  15/10/2026 HUGO SAMPAIO          SEGURO PRESTAMISTA OPCIONAL: *
      *                                   PREMIO NA PARCELA E APOLICE  *
      *                                   NO MASTER LOANSEG            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT LOANREJ        ASSIGN TO LOANREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT LOANSEG        ASSIGN TO LOANSEG
           FILE STATUS           IS        WS-FS-SEG.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 ACE-VALOR-PRINCIPAL          PIC 9(09)V9(02).
           05 ACE-TAXA-MENSAL              PIC 9(02)V9(04).
           05 ACE-QTDE-PARCELAS            PIC 9(03).
           05 ACE-FINANCIA-IOF             PIC X(01).
              88 ACE-IOF-FINANCIADO                     VALUE 'S'.
           05 ACE-SEGURO                   PIC X(01).
              88 ACE-COM-SEGURO                         VALUE 'S'.
              88 ACE-SEGURO-VALIDO                      VALUE 'S' 'N'
                                                              ' '.
           05 FILLER                       PIC X(17).
      *----------------------------------------------------------------*
       FD  LOANMST
           LABEL       RECORD   STANDARD
              88 LOA-SIT-ATIVO                          VALUE 'A'.
              88 LOA-SIT-QUITADO                        VALUE 'Q'.
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 LOA-VALOR-IOF                PIC 9(07)V9(02).
           05 LOA-IOF-FINANCIADO           PIC X(01).
      *----------------------------------------------------------------*
       FD  LOANPAR
           LABEL       RECORD   STANDARD
       01  REG-REJ.
           05 REJ-REGISTRO                 PIC X(80).
           05 REJ-MOTIVO                   PIC X(30).
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
      *   APOLICES DO SEGURO PRESTAMISTA (UMA POR CONTRATO SEGURADO)   *
      *   SITUACAO: A ATIVA, S SINISTRO AVISADO, I INDENIZADA,         *
      *             C ENCERRADA (CONTRATO QUITADO)                     *
      *----------------------------------------------------------------*
       FD  LOANSEG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SEG.

       01  REG-SEG.
           05 SEG-CONTRATO                 PIC 9(06).
           05 SEG-CPF                      PIC 9(11).
           05 SEG-DATA-INICIO              PIC 9(08).
           05 SEG-CAPITAL                  PIC 9(09)V9(02).
           05 SEG-PREMIO                   PIC 9(07)V9(02).
           05 SEG-QTDE-PARCELAS            PIC 9(03).
           05 SEG-SITUACAO                 PIC X(01).
              88 SEG-SIT-ATIVA                          VALUE 'A'.
              88 SEG-SIT-SINISTRO                       VALUE 'S'.
              88 SEG-SIT-INDENIZADA                     VALUE 'I'.
              88 SEG-SIT-ENCERRADA                      VALUE 'C'.
           05 SEG-DATA-SITUACAO            PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEG                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-PARCELAS-GRAVADAS            PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-PROX-CONTRATO                PIC 9(06)     VALUE 1.
       77  WS-CONTRATOS-IOF-FIN            PIC 9(07)     VALUE ZEROS.
       77  WS-IOF-TOTAL                    PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-CONTRATOS-SEGURO             PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 CALCULO DA TABELA PRICE (VRB745S)              *
      *----------------------------------------------------------------*
       77  WS-VALOR-PARCELA                PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-IND-PARC                     PIC 9(03) COMP  VALUE ZEROS.
       77  WS-DIAS-CORRIDOS                PIC 9(05) COMP  VALUE ZEROS.
       77  WS-VALOR-FINANCIADO             PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *      VENCIMENTOS DO CRONOGRAMA (BASE DO IOF E DO LOANPAR)      *
      *----------------------------------------------------------------*
       01  WS-TAB-VENC.
           05 WS-VENC-DATA                 PIC 9(08)   OCCURS 120 TIMES.
      *----------------------------------------------------------------*
      *      IOF DA OPERACAO: TAXAS DO PARMMST (DOMINIO IOF)           *
      *  CHAVE ADICION  : POS 1-8 ALIQUOTA ADICIONAL (9(2)V9(6)) EM %  *
      *  CHAVE DIARIA   : POS 1-8 ALIQUOTA DIARIA (9(2)V9(6)) EM %     *
      *  SEM LINHA EM VIGOR VALEM AS ALIQUOTAS DO VALUE (0,38% E       *
      *  0,0082% AO DIA).                                              *
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
           05 WS-VC-ALIQUOTA               PIC 9(02)V9(06).
       77  WS-IOF-ALIQ-ADIC                PIC 9(02)V9(06) VALUE 0,38.
       77  WS-IOF-ALIQ-DIARIA              PIC 9(02)V9(06)
                                                         VALUE 0,0082.
       77  WS-IOF-SALDO                    PIC S9(09)V9(02) VALUE ZEROS.
       77  WS-IOF-JUROS                    PIC 9(09)V9(02) VALUE ZEROS.
       77  WS-IOF-AMORTIZACAO              PIC S9(09)V9(02) VALUE ZEROS.
       77  WS-IOF-DIAS                     PIC 9(03)     VALUE ZEROS.
       77  WS-IOF-DIARIO                   PIC 9(09)V9(06) VALUE ZEROS.
       77  WS-VALOR-IOF                    PIC 9(07)V9(02) VALUE ZEROS.
       77  WS-IOF-FINANCIADO               PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *      SEGURO PRESTAMISTA: TAXA DO PARMMST (DOMINIO SEGPREST)    *
      *  CHAVE TAXAMES  : POS 1-8 TAXA MENSAL (9(2)V9(6)) EM % SOBRE   *
      *  O VALOR FINANCIADO. SEM LINHA EM VIGOR NAO HA SEGURO A        *
      *  CONTRATAR E O ACEITE COM SEGURO EH REJEITADO.                 *
      *----------------------------------------------------------------*
       77  WS-SEG-TAXA                     PIC 9(02)V9(06) VALUE ZEROS.
       77  WS-SEG-TAXA-VIGENTE             PIC X(01)     VALUE 'N'.
       77  WS-VALOR-PREMIO                 PIC 9(07)V9(02) VALUE ZEROS.
       77  WS-VALOR-PRESTACAO              PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*
           05  WS-671-DATA-RESULTADO       PIC 9(08).
           05  WS-671-EH-UTIL              PIC X(01).
           05  WS-671-RETORNO              PIC X(01).
       77  WS-VRB672S                      PIC X(08)   VALUE 'VRB672S'.
       01  WS-672-PARM.
           05 WS-672-DATA-INICIAL          PIC 9(08).
           05 WS-672-DATA-FINAL            PIC 9(08).
           05 WS-672-DIAS                  PIC S9(07)  COMP.
           05 WS-672-RETORNO               PIC X(01).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*

           PERFORM 1050-APURA-PROX-CONTRATO
               THRU 1050-99-APURA-PROX-CONTRATO-EXIT.
           PERFORM 1400-CARREGA-ALIQUOTAS
               THRU 1400-99-CARREGA-ALIQUOTAS-EXIT.

           OPEN  INPUT                     LOANACE.
           IF    WS-FS-ACE                 NOT EQUAL  '00'
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    LOANSEG.
           IF    WS-FS-SEG                 NOT EQUAL  '00'
                 OPEN OUTPUT               LOANSEG
           END-IF.
           IF    WS-FS-SEG                 NOT EQUAL  '00'
                 MOVE WS-FS-SEG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-LOANACE  THRU  1100-99-LER-LOANACE-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-LOANACE-EXIT.           EXIT.
      *================================================================*
       1400-CARREGA-ALIQUOTAS              SECTION.
      *================================================================*
      * ALIQUOTAS DE IOF NO MASTER CENTRAL PARMMST VIA PARGET31. SEM   *
      * LINHA EM VIGOR ('V') FICAM AS ALIQUOTAS DO VALUE; MASTER       *
      * AUSENTE/ILEGIVEL ('N') CANCELA, PORQUE O IMPOSTO VAI PARA O    *
      * CONTRATO DO CLIENTE. A TAXA DO SEGURO PRESTAMISTA VEM DO       *
      * MESMO MASTER; SEM LINHA EM VIGOR NAO SE CONTRATA SEGURO.       *
      *----------------------------------------------------------------*
           MOVE '1400-CARREGA-ALIQUOTAS'   TO         WS-CODIGO-AREA.

           MOVE 'IOF     '                 TO         WS-PGT-DOMINIO.
           MOVE 'ADICION '                 TO         WS-PGT-CHAVE.
           PERFORM 1450-BUSCA-ALIQUOTA
               THRU 1450-99-BUSCA-ALIQUOTA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-ALIQUOTA         TO         WS-IOF-ALIQ-ADIC
           ELSE
               DISPLAY 'IOF ADICIONAL SEM LINHA NO PARMMST - 0,38%'
           END-IF.

           MOVE 'DIARIA  '                 TO         WS-PGT-CHAVE.
           PERFORM 1450-BUSCA-ALIQUOTA
               THRU 1450-99-BUSCA-ALIQUOTA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-ALIQUOTA         TO         WS-IOF-ALIQ-DIARIA
           ELSE
               DISPLAY 'IOF DIARIO SEM LINHA NO PARMMST - 0,0082%'
           END-IF.

           MOVE 'SEGPREST'                 TO         WS-PGT-DOMINIO.
           MOVE 'TAXAMES '                 TO         WS-PGT-CHAVE.
           PERFORM 1450-BUSCA-ALIQUOTA
               THRU 1450-99-BUSCA-ALIQUOTA-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-VC-ALIQUOTA         TO         WS-SEG-TAXA
               MOVE 'S'                    TO      WS-SEG-TAXA-VIGENTE
           ELSE
               DISPLAY 'SEGURO PRESTAMISTA SEM TAXA NO PARMMST'
           END-IF.
      *----------------------------------------------------------------*
       1400-99-CARREGA-ALIQUOTAS-EXIT.     EXIT.
      *================================================================*
       1450-BUSCA-ALIQUOTA                 SECTION.
      *================================================================*
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:8) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'ALIQUOTA/TAXA DO PARMMST INVALIDA'
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
       1450-99-BUSCA-ALIQUOTA-EXIT.        EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  NOT ACE-SEGURO-VALIDO
               MOVE 'OPCAO DE SEGURO INVALIDA'
                                           TO         REJ-MOTIVO
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  ACE-COM-SEGURO
           AND WS-SEG-TAXA-VIGENTE         NOT EQUAL  'S'
               MOVE 'SEGURO PRESTAMISTA SEM TAXA'
                                           TO         REJ-MOTIVO
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE ACE-VALOR-PRINCIPAL        TO      WS-VALOR-FINANCIADO.
           MOVE 'N'                        TO         WS-IOF-FINANCIADO.
           PERFORM 3000-CALCULA-PARCELA
               THRU 3000-99-CALCULA-PARCELA-EXIT.
           PERFORM 3200-MONTA-VENCIMENTO
               THRU 3200-99-MONTA-VENCIMENTO-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC GREATER ACE-QTDE-PARCELAS.
           PERFORM 3300-CALCULA-IOF
               THRU 3300-99-CALCULA-IOF-EXIT.

           IF  ACE-IOF-FINANCIADO
           AND WS-VALOR-IOF                GREATER    ZEROS
               ADD  WS-VALOR-IOF           TO      WS-VALOR-FINANCIADO
               MOVE 'S'                    TO         WS-IOF-FINANCIADO
               PERFORM 3000-CALCULA-PARCELA
                   THRU 3000-99-CALCULA-PARCELA-EXIT
               ADD  1                      TO       WS-CONTRATOS-IOF-FIN
           END-IF.
           ADD  WS-VALOR-IOF               TO         WS-IOF-TOTAL.

           PERFORM 3400-CALCULA-PREMIO
               THRU 3400-99-CALCULA-PREMIO-EXIT.

           PERFORM 3500-ABRE-CONTRATO
               THRU 3500-99-ABRE-CONTRATO-EXIT.
           IF  ACE-COM-SEGURO
               PERFORM 3600-GRAVA-APOLICE
                   THRU 3600-99-GRAVA-APOLICE-EXIT
           END-IF.
           PERFORM 4000-GRAVA-CRONOGRAMA
               THRU 4000-99-GRAVA-CRONOGRAMA-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
      *================================================================*
      * TABELA PRICE: PARCELA = P * I * (1+I)**N / ((1+I)**N - 1),     *
      * MESMA FORMULA DO SIMULADOR VRB745S. TAXA ZERO DEGENERA EM      *
      * PARCELAS IGUAIS SEM JUROS. O PRINCIPAL EH O VALOR FINANCIADO   *
      * (ACEITE, OU ACEITE + IOF QUANDO O IOF EH FINANCIADO).          *
      *----------------------------------------------------------------*
           MOVE '3000-CALCULA-PARCELA'     TO         WS-CODIGO-AREA.


           IF  WS-TAXA-FRACAO              EQUAL      ZEROS
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                       WS-VALOR-FINANCIADO / ACE-QTDE-PARCELAS
           ELSE
               MOVE 1                      TO         WS-FATOR
               PERFORM 3100-CALCULA-FATOR  THRU
                       VARYING WS-IND-FATOR FROM 1 BY 1
                       UNTIL   WS-IND-FATOR GREATER ACE-QTDE-PARCELAS
               COMPUTE WS-NUMERADOR ROUNDED =
                       WS-VALOR-FINANCIADO * WS-TAXA-FRACAO *
                       WS-FATOR
               COMPUTE WS-DENOMINADOR = WS-FATOR - 1
               COMPUTE WS-VALOR-PARCELA ROUNDED =
           COMPUTE WS-FATOR ROUNDED = WS-FATOR * (1 + WS-TAXA-FRACAO).
      *----------------------------------------------------------------*
       3100-99-CALCULA-FATOR-EXIT.         EXIT.
      *================================================================*
       3200-MONTA-VENCIMENTO               SECTION.
      *================================================================*
      * VENCIMENTO DA PARCELA N: DATA DO CONTRATO + 30 X N DIAS        *
      * CORRIDOS (VRB670S), ROLADO PARA O PROXIMO DIA UTIL (VRB671S).  *
      * OS VENCIMENTOS FICAM NA TABELA PARA O IOF E PARA O LOANPAR.    *
      *----------------------------------------------------------------*
           MOVE '3200-MONTA-VENCIMENTO'    TO         WS-CODIGO-AREA.

           MOVE WS-DATA-HOJE               TO         WS-670-DATA-BASE.
           COMPUTE WS-DIAS-CORRIDOS = 30 * WS-IND-PARC.
           MOVE WS-DIAS-CORRIDOS           TO         WS-670-DIAS-SOMAR.
           CALL WS-VRB670S                 USING      WS-670-PARM.
           IF  WS-670-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO CALCULO DO VENCIMENTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE 'P'                        TO         WS-671-FUNCAO.
           MOVE WS-670-DATA-RESULTADO      TO         WS-671-DATA-BASE.
           CALL WS-VRB671S                 USING      WS-671-PARM.
           IF  WS-671-RETORNO              EQUAL      'N'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO ROLO PARA DIA UTIL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-671-DATA-RESULTADO      TO
                WS-VENC-DATA (WS-IND-PARC).
      *----------------------------------------------------------------*
       3200-99-MONTA-VENCIMENTO-EXIT.      EXIT.
      *================================================================*
       3300-CALCULA-IOF                    SECTION.
      *================================================================*
      * IOF = ALIQUOTA ADICIONAL X PRINCIPAL DO ACEITE + ALIQUOTA      *
      * DIARIA X AMORTIZACAO DE CADA PARCELA X DIAS ATE O VENCIMENTO   *
      * (MAXIMO 365). A AMORTIZACAO SAI DA PRICE DO ACEITE (PARCELA    *
      * MENOS JUROS DO SALDO); A ULTIMA PARCELA AMORTIZA O SALDO.      *
      *----------------------------------------------------------------*
           MOVE '3300-CALCULA-IOF'         TO         WS-CODIGO-AREA.

           MOVE ACE-VALOR-PRINCIPAL        TO         WS-IOF-SALDO.
           MOVE ZEROS                      TO         WS-IOF-DIARIO.

           PERFORM 3350-IOF-PARCELA THRU 3350-99-IOF-PARCELA-EXIT
                   VARYING WS-IND-PARC FROM 1 BY 1
                   UNTIL WS-IND-PARC GREATER ACE-QTDE-PARCELAS.

           COMPUTE WS-VALOR-IOF ROUNDED =
                   ACE-VALOR-PRINCIPAL * WS-IOF-ALIQ-ADIC / 100
                 + WS-IOF-DIARIO.
      *----------------------------------------------------------------*
       3300-99-CALCULA-IOF-EXIT.           EXIT.
      *================================================================*
       3350-IOF-PARCELA                    SECTION.
      *================================================================*
           COMPUTE WS-IOF-JUROS ROUNDED =
                   WS-IOF-SALDO * WS-TAXA-FRACAO.

           IF  WS-IND-PARC                 EQUAL      ACE-QTDE-PARCELAS
               MOVE WS-IOF-SALDO           TO         WS-IOF-AMORTIZACAO
           ELSE
               COMPUTE WS-IOF-AMORTIZACAO =
                       WS-VALOR-PARCELA - WS-IOF-JUROS
           END-IF.
           IF  WS-IOF-AMORTIZACAO          LESS       ZEROS
               MOVE ZEROS                  TO         WS-IOF-AMORTIZACAO
           END-IF.
           SUBTRACT WS-IOF-AMORTIZACAO     FROM       WS-IOF-SALDO.

           MOVE WS-DATA-HOJE               TO      WS-672-DATA-INICIAL.
           MOVE WS-VENC-DATA (WS-IND-PARC) TO         WS-672-DATA-FINAL.
           CALL WS-VRB672S                 USING      WS-672-PARM.
           IF  WS-672-RETORNO              NOT EQUAL  'S'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'DATA INVALIDA NO CALCULO DO PRAZO DO IOF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-672-DIAS                 GREATER    365
               MOVE 365                    TO         WS-IOF-DIAS
           ELSE
               MOVE WS-672-DIAS            TO         WS-IOF-DIAS
           END-IF.

           COMPUTE WS-IOF-DIARIO = WS-IOF-DIARIO
                 + WS-IOF-AMORTIZACAO * WS-IOF-ALIQ-DIARIA / 100
                 * WS-IOF-DIAS.
      *----------------------------------------------------------------*
       3350-99-IOF-PARCELA-EXIT.           EXIT.
      *================================================================*
       3400-CALCULA-PREMIO                 SECTION.
      *================================================================*
      * PREMIO MENSAL DO SEGURO PRESTAMISTA = TAXA MENSAL X VALOR      *
      * FINANCIADO (CAPITAL SEGURADO, JA COM O IOF QUANDO FINANCIADO). *
      * A PRESTACAO COBRADA EH A PARCELA PRICE MAIS O PREMIO.          *
      *----------------------------------------------------------------*
           MOVE '3400-CALCULA-PREMIO'      TO         WS-CODIGO-AREA.

           MOVE ZEROS                      TO         WS-VALOR-PREMIO.
           IF  ACE-COM-SEGURO
               COMPUTE WS-VALOR-PREMIO ROUNDED =
                       WS-VALOR-FINANCIADO * WS-SEG-TAXA / 100
           END-IF.

           COMPUTE WS-VALOR-PRESTACAO =
                   WS-VALOR-PARCELA + WS-VALOR-PREMIO.
      *----------------------------------------------------------------*
       3400-99-CALCULA-PREMIO-EXIT.        EXIT.
      *================================================================*
       3500-ABRE-CONTRATO                  SECTION.
      *================================================================*
           MOVE WS-PROX-CONTRATO           TO         LOA-CONTRATO.
           MOVE ACE-CPF                    TO         LOA-CPF.
           MOVE ACE-NOME                   TO         LOA-NOME.
           MOVE WS-VALOR-FINANCIADO        TO         LOA-PRINCIPAL.
           MOVE ACE-TAXA-MENSAL            TO         LOA-TAXA-MENSAL.
           MOVE ACE-QTDE-PARCELAS          TO         LOA-QTDE-PARCELAS.
           MOVE ZEROS                      TO         LOA-PARCELAS-PAGAS
           MOVE WS-VALOR-PRESTACAO         TO         LOA-VALOR-PARCELA.
           MOVE 'A'                        TO         LOA-SITUACAO.
           MOVE WS-DATA-HOJE               TO         LOA-DATA-CONTRATO.
           MOVE WS-VALOR-IOF               TO         LOA-VALOR-IOF.
           MOVE WS-IOF-FINANCIADO          TO      LOA-IOF-FINANCIADO.
           WRITE REG-LOA.

           IF  WS-FS-LOA                   NOT EQUAL  '00'
      *----------------------------------------------------------------*
       3500-99-ABRE-CONTRATO-EXIT.         EXIT.
      *================================================================*
       3600-GRAVA-APOLICE                  SECTION.
      *================================================================*
      * APOLICE DO SEGURO PRESTAMISTA: CAPITAL SEGURADO = VALOR        *
      * FINANCIADO, PREMIO MENSAL E PRAZO DO CONTRATO, SITUACAO 'A'.   *
      *----------------------------------------------------------------*
           MOVE '3600-GRAVA-APOLICE'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-SEG.
           MOVE WS-PROX-CONTRATO           TO         SEG-CONTRATO.
           MOVE ACE-CPF                    TO         SEG-CPF.
           MOVE WS-DATA-HOJE               TO         SEG-DATA-INICIO.
           MOVE WS-VALOR-FINANCIADO        TO         SEG-CAPITAL.
           MOVE WS-VALOR-PREMIO            TO         SEG-PREMIO.
           MOVE ACE-QTDE-PARCELAS          TO         SEG-QTDE-PARCELAS.
           MOVE 'A'                        TO         SEG-SITUACAO.
           MOVE WS-DATA-HOJE               TO         SEG-DATA-SITUACAO.
           WRITE REG-SEG.

           IF  WS-FS-SEG                   NOT EQUAL  '00'
               MOVE WS-FS-SEG              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO      WS-CONTRATOS-SEGURO.
      *----------------------------------------------------------------*
       3600-99-GRAVA-APOLICE-EXIT.         EXIT.
      *================================================================*
       4000-GRAVA-CRONOGRAMA               SECTION.
      *================================================================*
      * VENCIMENTO DA PARCELA N JA APURADO NA TABELA (3200).           *
      *----------------------------------------------------------------*
           MOVE '4000-GRAVA-CRONOGRAMA'    TO         WS-CODIGO-AREA.

           INITIALIZE REG-PAR.
           MOVE WS-PROX-CONTRATO           TO         PAR-CONTRATO.
           MOVE WS-IND-PARC                TO         PAR-PARCELA.
           MOVE WS-VENC-DATA (WS-IND-PARC) TO         PAR-DATA-VENCTO.
           MOVE WS-VALOR-PRESTACAO         TO         PAR-VALOR.
           MOVE 'A'                        TO         PAR-SITUACAO.
           MOVE ZEROS                      TO         PAR-NOSSO-NUMERO.
           WRITE REG-PAR.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE LOANACE  LOANMST  LOANPAR  LOANREJ  LOANSEG.

           IF  WS-IOF-TOTAL                GREATER    ZEROS
               PERFORM 9100-GRAVA-CTBMOV THRU 9100-99-GRAVA-CTBMOV-EXIT
           END-IF.

           IF  WS-FS-ACE                   NOT EQUAL  '00'
           OR  WS-FS-LOA                   NOT EQUAL  '00'
           OR  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-SEG                   NOT EQUAL  '00'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* CONTRATOS ABERTOS     =    ' WS-CONTRATADOS.
           DISPLAY '* PARCELAS GRAVADAS     =    ' WS-PARCELAS-GRAVADAS.
           DISPLAY '* ACEITACOES REJEITADAS =    ' WS-REJEITADOS.
           DISPLAY '* CONTRATOS IOF FINANC. =    ' WS-CONTRATOS-IOF-FIN.
           DISPLAY '* IOF TOTAL DA RODADA   =    ' WS-IOF-TOTAL.
           DISPLAY '* CONTRATOS COM SEGURO  =    ' WS-CONTRATOS-SEGURO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9100-GRAVA-CTBMOV                   SECTION.
      *================================================================*
      * IOF DOS CONTRATOS ABERTOS NA RODADA VAI PARA O MOVIMENTO       *
      * CONTABIL CTBMOV (FONTE IOFEMPR), ACUMULADO NO MES E LANCADO    *
      * PELO VRB788S. O ARQUIVO EH ESTENDIDO; AUSENTE, EH CRIADO.      *
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
           MOVE 'IOFEMPR '                 TO         MOV-FONTE.
           MOVE WS-DATA-HOJE (1:6)         TO         MOV-ANOMES.
           MOVE WS-IOF-TOTAL               TO         MOV-VALOR.
           MOVE 'VRB766S'                  TO         MOV-PROGRAMA.
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
