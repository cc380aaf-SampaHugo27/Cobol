       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB813S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: COBRANCA MENSAL DA ANUIDADE DO CARTAO NO ANIVERSARIO *
      * DA CONTA. ROTINA DO FECHAMENTO DO CICLO (PRFPARM ANOMES):      *
      *   1. LE O VSAM CONTAS (VISAO DE 70 BYTES) E SEPARA AS CONTAS   *
      *      ATIVAS ABERTAS NO MES DO CICLO EM ANO ANTERIOR, POR CPF   *
      *      (SORT INTERNO);                                           *
      *   2. LOCALIZA O NIVEL DO CLIENTE NO TIERMST (VRB765S) E O      *
      *      GASTO DOS ULTIMOS 12 MESES NO HISTMES;                    *
      *   3. ISENCAO: OURO NAO PAGA (MOTIVO O); GASTO EM 12 MESES      *
      *      ACIMA DE ANUIDADE/GASTOISN NAO PAGA (MOTIVO G); PRATA     *
      *      PAGA 50% (MOTIVO P). BRONZE OU SEM NIVEL PAGA CHEIO;      *
      *   4. O VALOR A COBRAR SAI COMO MOVIMENTO DATADO NO LAYOUT DO   *
      *      ARQMOV (ANUMOV, NO DIA DO ANIVERSARIO, MAXIMO DIA 28).    *
      *      COM ANUIDADE/FORMA 'P' SAI COMO COMPRA PARCELADA EM 12X   *
      *      PARA A AGENDA DO VRB812S; COM 'I' (PADRAO), INTEGRAL;     *
      *   5. TODA CONTA APURADA, COBRADA OU ISENTA, FICA NO REGISTRO   *
      *      ANUREG COM O MOTIVO DA ISENCAO, PARA A AGENCIA EXPLICAR   *
      *      AO CLIENTE, E NO RELATORIO RELANU.                        *
      * O VALOR CHEIO VEM DE ANUIDADE/VALOR NO PARMMST (OBRIGATORIO).  *
      * O ANUMOV ENTRA CONCATENADO AO ARQMOV DO VRB812S, ANTES DO      *
      * EXTRATO E DA FATURA DO CICLO.                                  *
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
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT CONTAS         ASSIGN TO CONTAS
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        CHAVE-CONTA
           FILE STATUS           IS        WS-FS-CON.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT ANICPF         ASSIGN TO ANICPF
           FILE STATUS           IS        WS-FS-ANI.
      *----------------------------------------------------------------*
           SELECT TIERMST        ASSIGN TO TIERMST
           FILE STATUS           IS        WS-FS-TIE.
      *----------------------------------------------------------------*
           SELECT HISTMES        ASSIGN TO HISTMES
           FILE STATUS           IS        WS-FS-HIS.
      *----------------------------------------------------------------*
           SELECT ANUMOV         ASSIGN TO ANUMOV
           FILE STATUS           IS        WS-FS-MOV.
      *----------------------------------------------------------------*
           SELECT ANUREG         ASSIGN TO ANUREG
           FILE STATUS           IS        WS-FS-REG.
      *----------------------------------------------------------------*
           SELECT RELANU         ASSIGN TO RELANU
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
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC 9(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  CONTAS
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-CON.

       01  REG-CON.
           05 CHAVE-CONTA                  PIC 9(10).
           05 CONTA-CPF                    PIC 9(11).
           05 CONTA-CLIENTE                PIC X(30).
           05 CONTA-STATUS                 PIC X(01).
           05 CONTA-DATA.
              10 CONTA-ANO                 PIC 9999.
              10 CONTA-MES                 PIC 99.
              10 CONTA-DIA                 PIC 99.
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CPF                       PIC 9(11).
           05 SW-CONTA                     PIC 9(10).
           05 SW-NOME                      PIC X(30).
           05 SW-DATA-ABERTURA             PIC 9(08).
           05 FILLER                       PIC X(11).
      *----------------------------------------------------------------*
       FD  ANICPF
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-ANI.

       01  REG-ANI.
           05 ANI-CPF                      PIC 9(11).
           05 ANI-CONTA                    PIC 9(10).
           05 ANI-NOME                     PIC X(30).
           05 ANI-DATA-ABERTURA.
              10 ANI-ANO                   PIC 9(04).
              10 ANI-MES                   PIC 9(02).
              10 ANI-DIA                   PIC 9(02).
           05 FILLER                       PIC X(11).
      *----------------------------------------------------------------*
       FD  TIERMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-TIE.

       01  REG-TIE.
           05 TIE-CPF                      PIC 9(11).
           05 TIE-NOME                     PIC X(30).
           05 TIE-NIVEL                    PIC X(01).
              88 TIE-NIVEL-BRONZE                       VALUE 'B'.
              88 TIE-NIVEL-PRATA                        VALUE 'P'.
              88 TIE-NIVEL-OURO                         VALUE 'O'.
           05 TIE-GASTO-12M                PIC 9(15)V99.
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  HISTMES
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 350 CHARACTERS
           DATA RECORD IS       REG-HIS.

       01  REG-HIS.
           05 HIS-CPF                      PIC 9(11).
           05 HIS-NOME                     PIC X(30).
           05 HIS-BUCKET                   OCCURS 13 TIMES.
              10 HIS-ANO-MES               PIC 9(06).
              10 HIS-VALOR                 PIC 9(15)V99.
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  ANUMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 70 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-CPF                      PIC 9(11).
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
      *   REGISTRO DA ANUIDADE APURADA POR CONTA. MOTIVO DA ISENCAO:   *
      *   O = NIVEL OURO, P = NIVEL PRATA (50%), G = GASTO EM 12 MESES *
      *   ACIMA DO PARAMETRO, BRANCO = SEM ISENCAO.                    *
      *----------------------------------------------------------------*
       FD  ANUREG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REG.

       01  REG-REG.
           05 REG-CONTA                    PIC 9(10).
           05 REG-CPF                      PIC 9(11).
           05 REG-ANOMES                   PIC 9(06).
           05 REG-NIVEL                    PIC X(01).
           05 REG-GASTO-12M                PIC 9(13)V99.
           05 REG-VALOR-CHEIO              PIC 9(07)V99.
           05 REG-VALOR-ISENTO             PIC 9(07)V99.
           05 REG-VALOR-COBRADO            PIC 9(07)V99.
           05 REG-FORMA                    PIC X(01).
           05 REG-MOTIVO                   PIC X(01).
              88 REG-MOT-OURO                           VALUE 'O'.
              88 REG-MOT-PRATA                          VALUE 'P'.
              88 REG-MOT-GASTO                          VALUE 'G'.
              88 REG-MOT-NENHUM                         VALUE ' '.
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  RELANU
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CON                       PIC X(02)     VALUE '00'.
       77  WS-FS-ANI                       PIC X(02)     VALUE '00'.
       77  WS-FS-TIE                       PIC X(02)     VALUE '00'.
       77  WS-FS-HIS                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
       77  WS-FS-REG                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-TIE-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-TIE-ABERTO-SIM                          VALUE 'S'.
       77  WS-HIS-ABERTO                   PIC X(01)     VALUE 'N'.
           88 WS-HIS-ABERTO-SIM                          VALUE 'S'.
      *----------------------------------------------------------------*
      *                 CHAVES DA LOCALIZACAO POR CPF                  *
      *----------------------------------------------------------------*
       77  WS-CPF-ATUAL                    PIC X(11)     VALUE ZEROS.
       77  WS-CPF-TIE                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-HIS                      PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 CICLO, PARAMETROS E APURACAO                   *
      *----------------------------------------------------------------*
       77  WS-DATA-REFERENCIA              PIC 9(08)     VALUE ZEROS.
       77  WS-VALOR-ANUIDADE               PIC 9(07)V99  VALUE ZEROS.
       77  WS-FORMA-COBRANCA               PIC X(01)     VALUE 'I'.
           88 WS-FORMA-PARCELADA                         VALUE 'P'.
           88 WS-FORMA-INTEGRAL                          VALUE 'I'.
       77  WS-GASTO-ISENCAO                PIC 9(11)V99  VALUE ZEROS.
       77  WS-NIVEL                        PIC X(01)     VALUE SPACES.
       77  WS-GASTO-12M                    PIC 9(13)V99  VALUE ZEROS.
       77  WS-VALOR-ISENTO                 PIC 9(07)V99  VALUE ZEROS.
       77  WS-VALOR-COBRADO                PIC 9(07)V99  VALUE ZEROS.
       77  WS-MOTIVO                       PIC X(01)     VALUE SPACES.
       77  WS-IND                          PIC 9(02)     VALUE ZEROS
                                           COMP.
       01  WS-DATA-COBRANCA                PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-COBRANCA-R REDEFINES WS-DATA-COBRANCA.
           05 WS-DC-ANOMES                 PIC 9(06).
           05 WS-DC-DIA                    PIC 9(02).
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
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-ANUIDADE-R REDEFINES WS-VC-AREA.
           05 WS-VC-ANUIDADE               PIC 9(07)V9(02).
           05 FILLER                       PIC X(31).
       01  WS-VC-GASTO-R REDEFINES WS-VC-AREA.
           05 WS-VC-GASTO                  PIC 9(11)V9(02).
           05 FILLER                       PIC X(27).
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-CON                    PIC 9(07)     VALUE ZEROS.
       77  WS-ANIVERSARIOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-COBRADAS-CHEIAS              PIC 9(07)     VALUE ZEROS.
       77  WS-ISENTAS-OURO                 PIC 9(07)     VALUE ZEROS.
       77  WS-ISENTAS-GASTO                PIC 9(07)     VALUE ZEROS.
       77  WS-METADE-PRATA                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MOV                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-REG                 PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-COBRADO                  PIC 9(13)V99  VALUE ZEROS.
       77  WS-TOT-ISENTO                   PIC 9(13)V99  VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB813S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB813S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELANU                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(33)  VALUE
                  'ANUIDADE DO CARTAO - ANIVERSARIO '.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(40)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
                  'CONTA      CPF         NIV     COBRADO  '.
           05 FILLER                       PIC X(40)  VALUE
                  '     ISENTO F MOTIVO'.
      *----------------------------------------------------------------*
       01  DET-CONTA.
           05 DETC-CONTA                   PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-NIVEL                   PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-COBRADO                 PIC Z.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-ISENTO                  PIC Z.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-FORMA                   PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-MOTIVO                  PIC X(25)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETRO
               THRU 0050-99-LE-PARAMETRO-EXIT.
           PERFORM 0100-SELECIONA-CONTAS
               THRU 0100-99-SELECIONA-CONTAS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-ANI         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETRO                   SECTION.
      *================================================================*
      * CICLO (PRFPARM ANOMES) E PARAMETROS DA ANUIDADE EM VIGOR NO    *
      * PRIMEIRO DIA DO CICLO: VALOR (OBRIGATORIO), FORMA (P OU I,     *
      * PADRAO I) E GASTOISN (ZERO OU SEM LINHA = SEM ISENCAO POR      *
      * GASTO).                                                        *
      *----------------------------------------------------------------*
           MOVE '0050-LE-PARAMETRO'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE PRFPARM.

           COMPUTE WS-DATA-REFERENCIA = PARM-ANOMES * 100 + 1.

           MOVE 'ANUIDADE'                 TO         WS-PGT-DOMINIO.
           MOVE 'VALOR   '                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-REFERENCIA         TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:9) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'VALOR DA ANUIDADE NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-ANUIDADE     TO      WS-VALOR-ANUIDADE
               WHEN 'V'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'ANUIDADE SEM VALOR EM VIGOR NO PARMMST'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.

           MOVE 'FORMA   '                 TO         WS-PGT-CHAVE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR (1:1) TO      WS-FORMA-COBRANCA
                   IF  NOT WS-FORMA-PARCELADA
                   AND NOT WS-FORMA-INTEGRAL
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'FORMA DA ANUIDADE NO PARMMST INVALIDA'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.

           MOVE 'GASTOISN'                 TO         WS-PGT-CHAVE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.
           EVALUATE WS-PGT-RETORNO
               WHEN 'S'
                   MOVE WS-PGT-VALOR       TO         WS-VC-DIGITOS
                   IF  WS-VC-DIGITOS (1:13) NOT NUMERIC
                       MOVE '   '          TO         WS-AREA-STAT
                       MOVE 'GASTO DE ISENCAO NO PARMMST INVALIDO'
                                           TO         WS-AREA-MSG
                       PERFORM 9999-CANCELA
                   END-IF
                   MOVE WS-VC-GASTO        TO         WS-GASTO-ISENCAO
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   PERFORM 0069-PARMMST-INDISPONIVEL
                       THRU 0069-99-PARMMST-INDISPONIVEL-EXIT
           END-EVALUATE.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       0069-PARMMST-INDISPONIVEL           SECTION.
      *================================================================*
           MOVE '   '                      TO         WS-AREA-STAT.
           MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG.
           PERFORM 9999-CANCELA.
      *----------------------------------------------------------------*
       0069-99-PARMMST-INDISPONIVEL-EXIT.  EXIT.
      *================================================================*
       0100-SELECIONA-CONTAS               SECTION.
      *================================================================*
      * CONTAS QUE FAZEM ANIVERSARIO NO CICLO, CLASSIFICADAS POR CPF   *
      * PARA A LOCALIZACAO NO TIERMST E NO HISTMES.                    *
      *----------------------------------------------------------------*
           MOVE '0100-SELECIONA-CONTAS'    TO    WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CPF
                                           SW-CONTA
                INPUT  PROCEDURE IS        0150-LE-CONTAS
                GIVING                     ANICPF.
      *----------------------------------------------------------------*
       0100-99-SELECIONA-CONTAS-EXIT.      EXIT.
      *================================================================*
       0150-LE-CONTAS                      SECTION.
      *================================================================*
           MOVE '0150-LE-CONTAS'           TO    WS-CODIGO-AREA.

           OPEN  INPUT                     CONTAS.
           IF    WS-FS-CON                 NOT EQUAL  '00'
                 MOVE WS-FS-CON            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0160-RELEASE-CONTA
               THRU 0160-99-RELEASE-CONTA-EXIT
                   UNTIL WS-FS-CON         EQUAL '10'.

           CLOSE CONTAS.
      *----------------------------------------------------------------*
       0150-99-LE-CONTAS-EXIT.             EXIT.
      *================================================================*
       0160-RELEASE-CONTA                  SECTION.
      *================================================================*
      * ANIVERSARIO: CONTA ATIVA, ABERTA NO MES DO CICLO EM ANO        *
      * ANTERIOR AO DO CICLO.                                          *
      *----------------------------------------------------------------*
           READ  CONTAS.

           IF  WS-FS-CON   NOT EQUAL '00'
           AND WS-FS-CON   NOT EQUAL '10'
               MOVE WS-FS-CON              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-CON                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-CON
               IF  CONTA-STATUS            EQUAL      'A'
               AND CONTA-DATA              NUMERIC
               AND CONTA-MES               EQUAL      PARM-MES
               AND CONTA-ANO               LESS       PARM-ANO
                   MOVE CONTA-CPF          TO         SW-CPF
                   MOVE CHAVE-CONTA        TO         SW-CONTA
                   MOVE CONTA-CLIENTE      TO         SW-NOME
                   MOVE CONTA-DATA         TO         SW-DATA-ABERTURA
                   RELEASE REG-SORTWK
                   ADD  1                  TO         WS-ANIVERSARIOS
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       0160-99-RELEASE-CONTA-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ANICPF.
           IF    WS-FS-ANI                 NOT EQUAL  '00'
                 MOVE WS-FS-ANI            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB ANICPF'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * SEM TIERMST (35) NINGUEM TEM NIVEL; SEM HISTMES (35) NAO HA
      * ISENCAO POR GASTO.
           OPEN  INPUT                     TIERMST.
           IF    WS-FS-TIE                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CPF-TIE
           ELSE
                 IF  WS-FS-TIE             NOT EQUAL  '00'
                     MOVE WS-FS-TIE        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MASTER TIERMST'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-TIE-ABERTO
                 PERFORM 3500-LER-TIERMST
                     THRU 3500-99-LER-TIERMST-EXIT
           END-IF.

           OPEN  INPUT                     HISTMES.
           IF    WS-FS-HIS                 EQUAL      '35'
                 MOVE HIGH-VALUES          TO         WS-CPF-HIS
           ELSE
                 IF  WS-FS-HIS             NOT EQUAL  '00'
                     MOVE WS-FS-HIS        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO HISTORICO HISTMES'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-HIS-ABERTO
                 PERFORM 3600-LER-HISTMES
                     THRU 3600-99-LER-HISTMES-EXIT
           END-IF.

           OPEN  OUTPUT                    ANUMOV.
           IF    WS-FS-MOV                 NOT EQUAL  '00'
                 MOVE WS-FS-MOV            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MOVIMENTO ANUMOV'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    ANUREG.
           IF    WS-FS-REG                 NOT EQUAL  '00'
                 MOVE WS-FS-REG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO REGISTRO ANUREG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELANU.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELANU'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE PARM-MES                   TO         CABT-MES.
           MOVE PARM-ANO                   TO         CABT-ANO.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELANU THRU 8000-99-FS-RELANU-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELANU THRU 8000-99-FS-RELANU-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELANU THRU 8000-99-FS-RELANU-EXIT.

           PERFORM 2100-LER-ANICPF   THRU  2100-99-LER-ANICPF-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * APURA A ANUIDADE DA CONTA: NIVEL, GASTO, ISENCAO, MOVIMENTO,   *
      * REGISTRO E LINHA DO RELATORIO.                                 *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  ANI-CPF                     NOT EQUAL  WS-CPF-ATUAL
               MOVE ANI-CPF                TO         WS-CPF-ATUAL
               PERFORM 3400-LOCALIZA-CLIENTE
                   THRU 3400-99-LOCALIZA-CLIENTE-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-VALOR-ISENTO.
           MOVE SPACES                     TO         WS-MOTIVO.
           EVALUATE TRUE
               WHEN WS-NIVEL               EQUAL      'O'
                   MOVE WS-VALOR-ANUIDADE  TO         WS-VALOR-ISENTO
                   MOVE 'O'                TO         WS-MOTIVO
                   ADD  1                  TO         WS-ISENTAS-OURO
               WHEN WS-GASTO-ISENCAO       GREATER    ZEROS
                AND WS-GASTO-12M           GREATER    WS-GASTO-ISENCAO
                   MOVE WS-VALOR-ANUIDADE  TO         WS-VALOR-ISENTO
                   MOVE 'G'                TO         WS-MOTIVO
                   ADD  1                  TO         WS-ISENTAS-GASTO
               WHEN WS-NIVEL               EQUAL      'P'
                   COMPUTE WS-VALOR-ISENTO ROUNDED =
                           WS-VALOR-ANUIDADE / 2
                   MOVE 'P'                TO         WS-MOTIVO
                   ADD  1                  TO         WS-METADE-PRATA
               WHEN OTHER
                   ADD  1                  TO    WS-COBRADAS-CHEIAS
           END-EVALUATE.

           COMPUTE WS-VALOR-COBRADO = WS-VALOR-ANUIDADE
                                    - WS-VALOR-ISENTO.

           IF  WS-VALOR-COBRADO            GREATER    ZEROS
               PERFORM 2500-GRAVA-MOVIMENTO
                   THRU 2500-99-GRAVA-MOVIMENTO-EXIT
           END-IF.

           PERFORM 2600-GRAVA-REGISTRO
               THRU 2600-99-GRAVA-REGISTRO-EXIT.

           ADD  WS-VALOR-COBRADO           TO         WS-TOT-COBRADO.
           ADD  WS-VALOR-ISENTO            TO         WS-TOT-ISENTO.

           PERFORM 2100-LER-ANICPF   THRU  2100-99-LER-ANICPF-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-LER-ANICPF                     SECTION.
      *================================================================*
           READ  ANICPF.

           IF  WS-FS-ANI   NOT EQUAL '00'
           AND WS-FS-ANI   NOT EQUAL '10'
               MOVE '2100-LER-ANICPF'      TO         WS-CODIGO-AREA
               MOVE WS-FS-ANI              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO ANICPF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-ANICPF-EXIT.            EXIT.
      *================================================================*
       2500-GRAVA-MOVIMENTO                SECTION.
      *================================================================*
      * MOVIMENTO DATADO NO DIA DO ANIVERSARIO DENTRO DO CICLO. FORMA  *
      * PARCELADA SAI COMO COMPRA ORIGINAL EM 12X PARA O VRB812S.      *
      *----------------------------------------------------------------*
           MOVE PARM-ANOMES                TO         WS-DC-ANOMES.
           MOVE ANI-DIA                    TO         WS-DC-DIA.
           IF  WS-DC-DIA                   GREATER    28
               MOVE 28                     TO         WS-DC-DIA
           END-IF.

           MOVE ANI-CPF                    TO         MOV-CPF.
           MOVE ANI-NOME                   TO         MOV-NOME.
           MOVE WS-DATA-COBRANCA           TO         MOV-DATA.
           MOVE WS-VALOR-COBRADO           TO         MOV-VALOR.
           MOVE ZEROS                      TO         MOV-PARCELA.
           IF  WS-FORMA-PARCELADA
               MOVE 12                     TO         MOV-QTD-PARCELAS
           ELSE
               MOVE ZEROS                  TO         MOV-QTD-PARCELAS
           END-IF.

           WRITE REG-MOV.
           IF  WS-FS-MOV                   NOT EQUAL  '00'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MOVIMENTO ANUMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-MOV.
      *----------------------------------------------------------------*
       2500-99-GRAVA-MOVIMENTO-EXIT.       EXIT.
      *================================================================*
       2600-GRAVA-REGISTRO                 SECTION.
      *================================================================*
           MOVE ANI-CONTA                  TO         REG-CONTA.
           MOVE ANI-CPF                    TO         REG-CPF.
           MOVE PARM-ANOMES                TO         REG-ANOMES.
           MOVE WS-NIVEL                   TO         REG-NIVEL.
           MOVE WS-GASTO-12M               TO         REG-GASTO-12M.
           MOVE WS-VALOR-ANUIDADE          TO         REG-VALOR-CHEIO.
           MOVE WS-VALOR-ISENTO            TO         REG-VALOR-ISENTO.
           MOVE WS-VALOR-COBRADO           TO         REG-VALOR-COBRADO.
           MOVE WS-FORMA-COBRANCA          TO         REG-FORMA.
           MOVE WS-MOTIVO                  TO         REG-MOTIVO.

           WRITE REG-REG.
           IF  WS-FS-REG                   NOT EQUAL  '00'
               MOVE WS-FS-REG              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REGISTRO ANUREG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-GRAVADOS-REG.

           MOVE ANI-CONTA                  TO         DETC-CONTA.
           MOVE ANI-CPF                    TO         DETC-CPF.
           EVALUATE WS-NIVEL
               WHEN 'O'   MOVE 'OUR'       TO         DETC-NIVEL
               WHEN 'P'   MOVE 'PRA'       TO         DETC-NIVEL
               WHEN 'B'   MOVE 'BRO'       TO         DETC-NIVEL
               WHEN OTHER MOVE '---'       TO         DETC-NIVEL
           END-EVALUATE.
           MOVE WS-VALOR-COBRADO           TO         DETC-COBRADO.
           MOVE WS-VALOR-ISENTO            TO         DETC-ISENTO.
           MOVE WS-FORMA-COBRANCA          TO         DETC-FORMA.
           EVALUATE WS-MOTIVO
               WHEN 'O'
                   MOVE 'ISENTA - NIVEL OURO'  TO     DETC-MOTIVO
               WHEN 'G'
                   MOVE 'ISENTA - GASTO 12 MESES' TO  DETC-MOTIVO
               WHEN 'P'
                   MOVE '50% - NIVEL PRATA'    TO     DETC-MOTIVO
               WHEN OTHER
                   MOVE 'COBRADA CHEIA'        TO     DETC-MOTIVO
           END-EVALUATE.
           WRITE REG-REL                   FROM       DET-CONTA.
           PERFORM 8000-FS-RELANU THRU 8000-99-FS-RELANU-EXIT.
      *----------------------------------------------------------------*
       2600-99-GRAVA-REGISTRO-EXIT.        EXIT.
      *================================================================*
       3400-LOCALIZA-CLIENTE               SECTION.
      *================================================================*
      * AVANCA O TIERMST E O HISTMES (AMBOS POR CPF) ATE O CLIENTE.    *
      * SEM NIVEL O CLIENTE NAO TEM ISENCAO POR NIVEL; SEM HISTORICO O *
      * GASTO EH ZERO. O GASTO SOMA OS BUCKETS 1 A 12 (O 1 EH O MES    *
      * MAIS RECENTE), COMO NO VRB765S.                                *
      *----------------------------------------------------------------*
           PERFORM 3500-LER-TIERMST  THRU  3500-99-LER-TIERMST-EXIT
                   UNTIL WS-CPF-TIE    NOT LESS       WS-CPF-ATUAL.

           IF  WS-CPF-TIE                  EQUAL      WS-CPF-ATUAL
               MOVE TIE-NIVEL              TO         WS-NIVEL
           ELSE
               MOVE SPACES                 TO         WS-NIVEL
           END-IF.

           PERFORM 3600-LER-HISTMES  THRU  3600-99-LER-HISTMES-EXIT
                   UNTIL WS-CPF-HIS    NOT LESS       WS-CPF-ATUAL.

           MOVE ZEROS                      TO         WS-GASTO-12M.
           IF  WS-CPF-HIS                  EQUAL      WS-CPF-ATUAL
               PERFORM 3650-SOMA-BUCKET
                   THRU 3650-99-SOMA-BUCKET-EXIT
                       VARYING WS-IND FROM 1 BY 1
                         UNTIL WS-IND      GREATER    12
           END-IF.
      *----------------------------------------------------------------*
       3400-99-LOCALIZA-CLIENTE-EXIT.      EXIT.
      *================================================================*
       3500-LER-TIERMST                    SECTION.
      *================================================================*
           READ TIERMST.

           IF  WS-FS-TIE   NOT EQUAL '00'
           AND WS-FS-TIE   NOT EQUAL '10'
               MOVE '3500-LER-TIERMST'     TO         WS-CODIGO-AREA
               MOVE WS-FS-TIE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER TIERMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-TIE                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-TIE
           ELSE
               MOVE TIE-CPF                TO         WS-CPF-TIE
           END-IF.
      *----------------------------------------------------------------*
       3500-99-LER-TIERMST-EXIT.           EXIT.
      *================================================================*
       3600-LER-HISTMES                    SECTION.
      *================================================================*
           READ HISTMES.

           IF  WS-FS-HIS   NOT EQUAL '00'
           AND WS-FS-HIS   NOT EQUAL '10'
               MOVE '3600-LER-HISTMES'     TO         WS-CODIGO-AREA
               MOVE WS-FS-HIS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO HISTMES'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-HIS                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-HIS
           ELSE
               MOVE HIS-CPF                TO         WS-CPF-HIS
           END-IF.
      *----------------------------------------------------------------*
       3600-99-LER-HISTMES-EXIT.           EXIT.
      *================================================================*
       3650-SOMA-BUCKET                    SECTION.
      *================================================================*
           IF  HIS-VALOR (WS-IND)          NUMERIC
               ADD  HIS-VALOR (WS-IND)     TO         WS-GASTO-12M
           END-IF.
      *----------------------------------------------------------------*
       3650-99-SOMA-BUCKET-EXIT.           EXIT.
      *================================================================*
       8000-FS-RELANU                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELANU'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELANU-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ANICPF  ANUMOV  ANUREG  RELANU.
           IF  WS-TIE-ABERTO-SIM
               CLOSE TIERMST
           END-IF.
           IF  WS-HIS-ABERTO-SIM
               CLOSE HISTMES
           END-IF.

           IF  WS-FS-ANI                   NOT EQUAL  '00'
           OR  WS-FS-MOV                   NOT EQUAL  '00'
           OR  WS-FS-REG                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* CICLO                 =    ' PARM-ANOMES.
           DISPLAY '* VALOR DA ANUIDADE     =    ' WS-VALOR-ANUIDADE.
           DISPLAY '* FORMA DE COBRANCA     =    ' WS-FORMA-COBRANCA.
           DISPLAY '* LIDOS EM CONTAS       =    ' WS-LIDOS-CON.
           DISPLAY '* CONTAS ANIVERSARIANTES=    ' WS-ANIVERSARIOS.
           DISPLAY '* COBRADAS CHEIAS       =    ' WS-COBRADAS-CHEIAS.
           DISPLAY '* 50% NIVEL PRATA       =    ' WS-METADE-PRATA.
           DISPLAY '* ISENTAS NIVEL OURO    =    ' WS-ISENTAS-OURO.
           DISPLAY '* ISENTAS POR GASTO     =    ' WS-ISENTAS-GASTO.
           DISPLAY '* MOVIMENTOS GRAVADOS   =    ' WS-GRAVADOS-MOV.
           DISPLAY '* REGISTROS EM ANUREG   =    ' WS-GRAVADOS-REG.
           DISPLAY '* VALOR COBRADO         =    ' WS-TOT-COBRADO.
           DISPLAY '* VALOR ISENTO          =    ' WS-TOT-ISENTO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-CON              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-MOV           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB813S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
