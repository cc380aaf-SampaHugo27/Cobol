       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB831S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CONSOLIDACAO DA MALA POR DOMICILIO. RECEBE QUALQUER  *
      * MALA NO LAYOUT DO ARQMALA (ANIVERSARIANTES DO EXHB, CAMPANHA   *
      * DO VRB769S, LEMBRETES DE ESTAGIO 1 DO VRB704S NO CARDOM) E     *
      * GERA O MALADOM COM UMA PECA POR DOMICILIO, COM TODOS OS NOMES  *
      * NA SAUDACAO ("MARIA SILVA, JOAO SILVA E ANA SILVA").           *
      * A CHAVE DE DOMICILIO DE CADA PECA EH MONTADA PELA DOMCHV31     *
      * SOBRE O ENDERECO QUE JA VEM NA MALA E BATIDA COM O DOMMST      *
      * (VRB830S). FICAM INDIVIDUAIS (UMA PECA POR PESSOA):            *
      *   - ENDERECO COLETIVO NO DOMMST (PREDIO/CONDOMINIO SEM         *
      *     COMPLEMENTO NO CADEND);                                    *
      *   - GRUPO DA MALA MAIOR QUE O MAXIMO DOMICIL/MAXCPF.           *
      * ENDERECO AUSENTE DO DOMMST (ALTERADO DEPOIS DA ULTIMA GERACAO) *
      * AINDA AGRUPA PELA CHAVE. CPF REPETIDO NA MESMA MALA SAI UMA    *
      * VEZ SO. O RELDOM MOSTRA AS PECAS DE ENTRADA E DE SAIDA E A     *
      * ECONOMIA DE PORTE (PARAMETRO DOMICIL/PORTE, PADRAO 2,65).      *
      * COBRANCA FORMAL/FINAL E NOTIFICACOES JURIDICAS NAO PASSAM POR  *
      * AQUI - CONTINUAM SAINDO POR PESSOA NOS SEUS PROPRIOS PROGRAMAS.*
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

           SELECT MALAENT        ASSIGN TO MALAENT
           FILE STATUS           IS        WS-FS-ENT.
      *----------------------------------------------------------------*
           SELECT MALWRK         ASSIGN TO MALWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT MALSRT         ASSIGN TO MALSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT DOMMST         ASSIGN TO DOMMST
           FILE STATUS           IS        WS-FS-DOM.
      *----------------------------------------------------------------*
           SELECT MALADOM        ASSIGN TO MALADOM
           FILE STATUS           IS        WS-FS-MDO.
      *----------------------------------------------------------------*
           SELECT RELDOM         ASSIGN TO RELDOM
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   MALA DE ENTRADA, UMA PECA POR PESSOA (LAYOUT DO ARQMALA)     *
      *----------------------------------------------------------------*
       FD  MALAENT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 160 CHARACTERS
           DATA RECORD IS       REG-MALA.

       01  REG-MALA.
           05 MALA-CPF                     PIC 9(11).
           05 MALA-NOME-CLI                PIC X(30).
           05 MALA-DATA-NASCTO             PIC 9(08).
           05 MALA-MENSAGEM                PIC X(35).
           05 MALA-LOGRADOURO              PIC X(40).
           05 MALA-NUMERO                  PIC X(06).
           05 MALA-CIDADE                  PIC X(20).
           05 MALA-UF                      PIC X(02).
           05 MALA-CEP                     PIC 9(08).
      *----------------------------------------------------------------*
      *   TRABALHO: PECA DA MALA PRECEDIDA DA CHAVE DE DOMICILIO       *
      *----------------------------------------------------------------*
       FD  MALWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 210 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CHAVE                    PIC X(44).
           05 WRK-MALA                     PIC X(160).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(44).
           05 SW-CPF                       PIC 9(11).
           05 FILLER                       PIC X(155).
      *----------------------------------------------------------------*
       FD  MALSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 210 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE                    PIC X(44).
           05 SRT-CPF                      PIC 9(11).
           05 SRT-NOME-CLI                 PIC X(30).
           05 SRT-DATA-NASCTO              PIC 9(08).
           05 SRT-MENSAGEM                 PIC X(35).
           05 SRT-LOGRADOURO               PIC X(40).
           05 SRT-NUMERO                   PIC X(06).
           05 SRT-CIDADE                   PIC X(20).
           05 SRT-UF                       PIC X(02).
           05 SRT-CEP                      PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
      *   MASTER DE DOMICILIOS (VRB830S), POR CHAVE DE DOMICILIO       *
      *----------------------------------------------------------------*
       FD  DOMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 250 CHARACTERS
           DATA RECORD IS       REG-DOM.

       01  REG-DOM.
           05 DOM-CHAVE                    PIC X(44).
           05 DOM-SITUACAO                 PIC X(01).
              88 DOM-SIT-COLETIVO                       VALUE 'C'.
           05 DOM-QTDE-CPF                 PIC 9(03).
           05 FILLER                       PIC X(202).
      *----------------------------------------------------------------*
      *   MALA CONSOLIDADA, UMA PECA POR DOMICILIO                     *
      *----------------------------------------------------------------*
       FD  MALADOM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 250 CHARACTERS
           DATA RECORD IS       REG-MDO.

       01  REG-MDO.
           05 MDO-CPF                      PIC 9(11).
           05 MDO-QTDE-NOMES               PIC 9(02).
           05 MDO-SAUDACAO                 PIC X(120).
           05 MDO-MENSAGEM                 PIC X(35).
           05 MDO-LOGRADOURO               PIC X(40).
           05 MDO-NUMERO                   PIC X(06).
           05 MDO-CIDADE                   PIC X(20).
           05 MDO-UF                       PIC X(02).
           05 MDO-CEP                      PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  RELDOM
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-ENT                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-DOM                       PIC X(02)     VALUE '00'.
       77  WS-FS-MDO                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 CHAVE DE DOMICILIO (DOMCHV31)                  *
      *----------------------------------------------------------------*
       77  WS-DOMCHV                       PIC X(08)   VALUE 'DOMCHV31'.
       01  WS-CHV-PARM.
           05  WS-CHV-LOGRADOURO           PIC X(40).
           05  WS-CHV-NUMERO               PIC X(06).
           05  WS-CHV-CEP                  PIC 9(08).
           05  WS-CHV-CHAVE                PIC X(44).
       77  WS-CHAVE-ATUAL                  PIC X(44)     VALUE SPACES.
       77  WS-CHAVE-DOM                    PIC X(44)     VALUE SPACES.
       77  WS-CPF-ANTERIOR                 PIC 9(11)     VALUE ZEROS.
       77  WS-COLETIVO                     PIC X(01)     VALUE 'N'.
           88 WS-COLETIVO-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *         PECAS DO DOMICILIO CORRENTE (MAXIMO DOMICIL/MAXCPF)    *
      *----------------------------------------------------------------*
       77  WS-QTDE-GRUPO                   PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND                          PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-GRUPO.
           05 WS-GRP-ITEM                  OCCURS 10 TIMES.
              10 WS-GRP-PECA               PIC X(210).
       01  WS-PECA.
           05 PEC-CHAVE                    PIC X(44).
           05 PEC-CPF                      PIC 9(11).
           05 PEC-NOME-CLI                 PIC X(30).
           05 PEC-DATA-NASCTO              PIC 9(08).
           05 PEC-MENSAGEM                 PIC X(35).
           05 PEC-LOGRADOURO               PIC X(40).
           05 PEC-NUMERO                   PIC X(06).
           05 PEC-CIDADE                   PIC X(20).
           05 PEC-UF                       PIC X(02).
           05 PEC-CEP                      PIC 9(08).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
      *                 MONTAGEM DA SAUDACAO                           *
      *----------------------------------------------------------------*
       77  WS-PTR                          PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-SAUDACAO                     PIC X(120)    VALUE SPACES.
       77  WS-NOMES-SAUDACAO               PIC 9(02)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 PARAMETROS (DOMINIO DOMICIL)                   *
      *----------------------------------------------------------------*
       77  WS-MAX-CPF                      PIC 9(03)     VALUE 6.
       77  WS-PORTE                        PIC 9(03)V99  VALUE 2,65.
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-VC-AREA.
           05 WS-VC-DIGITOS                PIC X(40).
       01  WS-VC-MAX-R REDEFINES WS-VC-AREA.
           05 WS-VC-MAX                    PIC 9(03).
           05 FILLER                       PIC X(37).
       01  WS-VC-PORTE-R REDEFINES WS-VC-AREA.
           05 WS-VC-PORTE                  PIC 9(03)V99.
           05 FILLER                       PIC X(35).
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
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
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ENT                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-DOM                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-MDO                 PIC 9(07)     VALUE ZEROS.
       77  WS-CPF-REPETIDO                 PIC 9(07)     VALUE ZEROS.
       77  WS-DOMICILIOS-CONSOL            PIC 9(07)     VALUE ZEROS.
       77  WS-PECAS-CONSOL                 PIC 9(07)     VALUE ZEROS.
       77  WS-PECAS-COLETIVO               PIC 9(07)     VALUE ZEROS.
       77  WS-PECAS-ECONOMIZADAS           PIC 9(07)     VALUE ZEROS.
       77  WS-PORTE-ECONOMIZADO            PIC 9(09)V99  VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB831S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB831S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *          LAYOUT DO RELATORIO DE ECONOMIA RELDOM                *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(40)  VALUE
                  'MALA CONSOLIDADA POR DOMICILIO EM       '.
           05 CABT-DATA                    PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-VALOR.
           05 LINV-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINV-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(26)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 0100-GERA-TRABALHO
               THRU 0100-99-GERA-TRABALHO-EXIT.
           PERFORM 0200-CLASSIFICA-MALA
               THRU 0200-99-CLASSIFICA-MALA-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SRT         EQUAL '10'.
           PERFORM 8500-TOTAIS             THRU  8500-99-TOTAIS-EXIT.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * DOMINIO DOMICIL DO PARMMST, COM VIGENCIA NA DATA DE HOJE:      *
      *   MAXCPF - MAXIMO DE PESSOAS NUMA PECA 9(03) (PADRAO 006);     *
      *   PORTE  - PORTE DE UMA PECA 9(03)V99 (PADRAO 00265 = 2,65).   *
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           MOVE 'MAXCPF  '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-LE-PARAMETRO THRU 0060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR           TO         WS-VC-AREA
               IF  WS-VC-DIGITOS (1:3)     NOT NUMERIC
               OR  WS-VC-MAX               LESS       2
               OR  WS-VC-MAX               GREATER    10
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO DOMICIL/MAXCPF INVALIDO (002 A 010)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-MAX              TO         WS-MAX-CPF
           END-IF.

           MOVE 'PORTE   '                 TO         WS-PGT-CHAVE.
           PERFORM 0060-LE-PARAMETRO THRU 0060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR           TO         WS-VC-AREA
               IF  WS-VC-DIGITOS (1:5)     NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO DOMICIL/PORTE INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-PORTE            TO         WS-PORTE
           END-IF.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0060-LE-PARAMETRO                   SECTION.
      *================================================================*
           MOVE 'DOMICIL '                 TO         WS-PGT-DOMINIO.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
           AND WS-PGT-RETORNO              NOT EQUAL  'V'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0060-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       0100-GERA-TRABALHO                  SECTION.
      *================================================================*
      * GRAVA CADA PECA DA MALA NO MALWRK PRECEDIDA DA CHAVE DE        *
      * DOMICILIO DO SEU ENDERECO.                                     *
      *----------------------------------------------------------------*
           MOVE '0100-GERA-TRABALHO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     MALAENT.
           IF    WS-FS-ENT                 NOT EQUAL  '00'
                 MOVE WS-FS-ENT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA MALA DE ENTRADA MALAENT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    MALWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB MALWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0110-LER-MALAENT  THRU  0110-99-LER-MALAENT-EXIT.
           PERFORM 0120-GRAVA-TRABALHO
               THRU 0120-99-GRAVA-TRABALHO-EXIT
                   UNTIL WS-FS-ENT         EQUAL      '10'.

           CLOSE MALAENT  MALWRK.
           IF  WS-FS-ENT                   NOT EQUAL  '00'
           OR  WS-FS-WRK                   NOT EQUAL  '00'
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO MALAENT/MALWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0100-99-GERA-TRABALHO-EXIT.         EXIT.
      *================================================================*
       0110-LER-MALAENT                    SECTION.
      *================================================================*
           READ MALAENT.

           IF  WS-FS-ENT   NOT EQUAL '00'
           AND WS-FS-ENT   NOT EQUAL '10'
               MOVE '0110-LER-MALAENT'     TO         WS-CODIGO-AREA
               MOVE WS-FS-ENT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MALA DE ENTRADA MALAENT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ENT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ENT
           END-IF.
      *----------------------------------------------------------------*
       0110-99-LER-MALAENT-EXIT.           EXIT.
      *================================================================*
       0120-GRAVA-TRABALHO                 SECTION.
      *================================================================*
           MOVE MALA-LOGRADOURO            TO         WS-CHV-LOGRADOURO.
           MOVE MALA-NUMERO                TO         WS-CHV-NUMERO.
           MOVE MALA-CEP                   TO         WS-CHV-CEP.
           CALL WS-DOMCHV                  USING      WS-CHV-PARM.

           MOVE SPACES                     TO         REG-WRK.
           MOVE WS-CHV-CHAVE               TO         WRK-CHAVE.
           MOVE REG-MALA                   TO         WRK-MALA.
           WRITE REG-WRK.

           IF  WS-FS-WRK                   NOT EQUAL  '00'
               MOVE '0120-GRAVA-TRABALHO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DE TRAB MALWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0110-LER-MALAENT  THRU  0110-99-LER-MALAENT-EXIT.
      *----------------------------------------------------------------*
       0120-99-GRAVA-TRABALHO-EXIT.        EXIT.
      *================================================================*
       0200-CLASSIFICA-MALA                SECTION.
      *================================================================*
      * CLASSIFICA A MALA POR CHAVE DE DOMICILIO E, DENTRO DELA, POR   *
      * CPF - O MENOR CPF DO DOMICILIO FICA COMO DESTINATARIO.         *
      *----------------------------------------------------------------*
           MOVE '0200-CLASSIFICA-MALA'     TO         WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-CPF
                USING                      MALWRK
                GIVING                     MALSRT.
      *----------------------------------------------------------------*
       0200-99-CLASSIFICA-MALA-EXIT.       EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     MALSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB MALSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     DOMMST.
           IF    WS-FS-DOM                 NOT EQUAL  '00'
                 MOVE WS-FS-DOM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER DOMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    MALADOM.
           IF    WS-FS-MDO                 NOT EQUAL  '00'
                 MOVE WS-FS-MDO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA MALA CONSOLIDADA MALADOM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELDOM.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELDOM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           MOVE WS-DA-DIA                  TO         WS-DF-DIA.
           MOVE WS-DA-MES                  TO         WS-DF-MES.
           MOVE WS-DA-ANO                  TO         WS-DF-ANO.
           MOVE WS-DATA-FORMATADA          TO         CABT-DATA.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELDOM THRU 8000-99-FS-RELDOM-EXIT.
           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELDOM THRU 8000-99-FS-RELDOM-EXIT.

           PERFORM 1100-LER-MALSRT   THRU  1100-99-LER-MALSRT-EXIT.
           PERFORM 1200-LER-DOMMST   THRU  1200-99-LER-DOMMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-MALSRT                     SECTION.
      *================================================================*
           READ MALSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1100-LER-MALSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO MALSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-MALSRT-EXIT.            EXIT.
      *================================================================*
       1200-LER-DOMMST                     SECTION.
      *================================================================*
           READ DOMMST.

           IF  WS-FS-DOM   NOT EQUAL '00'
           AND WS-FS-DOM   NOT EQUAL '10'
               MOVE '1200-LER-DOMMST'      TO         WS-CODIGO-AREA
               MOVE WS-FS-DOM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER DOMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-DOM                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CHAVE-DOM
           ELSE
               ADD  1                      TO         WS-LIDOS-DOM
               MOVE DOM-CHAVE              TO         WS-CHAVE-DOM
           END-IF.
      *----------------------------------------------------------------*
       1200-99-LER-DOMMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * JUNTA AS PECAS DE UM MESMO DOMICILIO (CPF REPETIDO CONTA UMA   *
      * VEZ) E DECIDE SE SAI UMA PECA SO OU UMA POR PESSOA.            *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE SRT-CHAVE                  TO         WS-CHAVE-ATUAL.
           MOVE ZEROS                      TO         WS-QTDE-GRUPO
                                                      WS-CPF-ANTERIOR.
           MOVE 'N'                        TO         WS-COLETIVO.

           PERFORM 1200-LER-DOMMST   THRU  1200-99-LER-DOMMST-EXIT
                   UNTIL WS-CHAVE-DOM      NOT LESS   WS-CHAVE-ATUAL.

           IF  WS-CHAVE-DOM                EQUAL      WS-CHAVE-ATUAL
           AND DOM-SIT-COLETIVO
               SET  WS-COLETIVO-SIM        TO         TRUE
           END-IF.

           PERFORM 2100-ACUMULA-PECA THRU  2100-99-ACUMULA-PECA-EXIT
                   UNTIL WS-FS-SRT         EQUAL      '10'
                      OR SRT-CHAVE         NOT EQUAL  WS-CHAVE-ATUAL.

           IF  WS-QTDE-GRUPO               GREATER    WS-MAX-CPF
               SET  WS-COLETIVO-SIM        TO         TRUE
           END-IF.

           IF  WS-QTDE-GRUPO               EQUAL      1
           OR  WS-COLETIVO-SIM
               PERFORM 2200-GRAVA-INDIVIDUAL
                   THRU 2200-99-GRAVA-INDIVIDUAL-EXIT
                       VARYING WS-IND FROM 1 BY 1
                       UNTIL WS-IND GREATER WS-QTDE-GRUPO
                          OR WS-IND GREATER 10
           ELSE
               PERFORM 2300-GRAVA-DOMICILIO
                   THRU 2300-99-GRAVA-DOMICILIO-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-ACUMULA-PECA                   SECTION.
      *================================================================*
      * COM A TABELA CHEIA (10 PECAS) O ENDERECO JA EH COLETIVO: AS    *
      * EXCEDENTES SAEM DIRETO, UMA POR PESSOA; AS 10 DA TABELA SAEM   *
      * NA QUEBRA DO DOMICILIO.                                        *
      *----------------------------------------------------------------*
           IF  SRT-CPF                     EQUAL      WS-CPF-ANTERIOR
               ADD  1                      TO         WS-CPF-REPETIDO
               GO TO 2100-90-PROXIMA
           END-IF.
           MOVE SRT-CPF                    TO         WS-CPF-ANTERIOR.

           IF  WS-QTDE-GRUPO               EQUAL      10
               SET  WS-COLETIVO-SIM        TO         TRUE
               MOVE REG-SRT                TO         WS-PECA
               PERFORM 2250-GRAVA-PECA-PESSOA
                   THRU 2250-99-GRAVA-PECA-PESSOA-EXIT
               GO TO 2100-90-PROXIMA
           END-IF.

           ADD  1                          TO         WS-QTDE-GRUPO.
           MOVE REG-SRT            TO  WS-GRP-PECA (WS-QTDE-GRUPO).

       2100-90-PROXIMA.
           PERFORM 1100-LER-MALSRT   THRU  1100-99-LER-MALSRT-EXIT.
      *----------------------------------------------------------------*
       2100-99-ACUMULA-PECA-EXIT.          EXIT.
      *================================================================*
       2200-GRAVA-INDIVIDUAL               SECTION.
      *================================================================*
      * PECA INDIVIDUAL: A SAUDACAO EH O NOME DO PROPRIO CLIENTE.      *
      *----------------------------------------------------------------*
           MOVE WS-GRP-PECA (WS-IND)       TO         WS-PECA.
           PERFORM 2250-GRAVA-PECA-PESSOA
               THRU 2250-99-GRAVA-PECA-PESSOA-EXIT.
      *----------------------------------------------------------------*
       2200-99-GRAVA-INDIVIDUAL-EXIT.      EXIT.
      *================================================================*
       2250-GRAVA-PECA-PESSOA              SECTION.
      *================================================================*
           MOVE SPACES                     TO         REG-MDO.
           MOVE PEC-CPF                    TO         MDO-CPF.
           MOVE 1                          TO         MDO-QTDE-NOMES.
           MOVE PEC-NOME-CLI               TO         MDO-SAUDACAO.
           PERFORM 2400-ENDERECO-PECA THRU 2400-99-ENDERECO-PECA-EXIT.

           IF  WS-COLETIVO-SIM
               ADD  1                      TO         WS-PECAS-COLETIVO
           END-IF.
      *----------------------------------------------------------------*
       2250-99-GRAVA-PECA-PESSOA-EXIT.     EXIT.
      *================================================================*
       2300-GRAVA-DOMICILIO                SECTION.
      *================================================================*
      * UMA PECA PARA O DOMICILIO: DESTINATARIO E MENSAGEM DA PRIMEIRA *
      * PECA (MENOR CPF) E TODOS OS NOMES NA SAUDACAO, SEPARADOS POR   *
      * VIRGULA E COM 'E' ANTES DO ULTIMO. SE NAO COUBER, FECHA COM    *
      * 'E FAMILIA'.                                                   *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         WS-SAUDACAO.
           MOVE 1                          TO         WS-PTR.
           MOVE ZEROS                      TO         WS-NOMES-SAUDACAO.

           PERFORM 2310-ACRESCENTA-NOME
               THRU 2310-99-ACRESCENTA-NOME-EXIT
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-GRUPO.

           MOVE WS-GRP-PECA (1)            TO         WS-PECA.
           MOVE SPACES                     TO         REG-MDO.
           MOVE PEC-CPF                    TO         MDO-CPF.
           MOVE WS-NOMES-SAUDACAO          TO         MDO-QTDE-NOMES.
           MOVE WS-SAUDACAO                TO         MDO-SAUDACAO.
           PERFORM 2400-ENDERECO-PECA THRU 2400-99-ENDERECO-PECA-EXIT.

           ADD  1                          TO    WS-DOMICILIOS-CONSOL.
           ADD  WS-QTDE-GRUPO              TO    WS-PECAS-CONSOL.
           COMPUTE WS-PECAS-ECONOMIZADAS = WS-PECAS-ECONOMIZADAS
                                         + WS-QTDE-GRUPO - 1.
      *----------------------------------------------------------------*
       2300-99-GRAVA-DOMICILIO-EXIT.       EXIT.
      *================================================================*
       2310-ACRESCENTA-NOME                SECTION.
      *================================================================*
           MOVE WS-GRP-PECA (WS-IND)       TO         WS-PECA.

           IF  WS-IND                      GREATER    1
               IF  WS-PTR                  GREATER    77
                   STRING ' E FAMILIA'     DELIMITED BY SIZE
                          INTO WS-SAUDACAO
                          WITH POINTER WS-PTR
                   MOVE WS-QTDE-GRUPO      TO         WS-IND
                   GO TO 2310-99-ACRESCENTA-NOME-EXIT
               END-IF
               IF  WS-IND                  EQUAL      WS-QTDE-GRUPO
                   STRING ' E '            DELIMITED BY SIZE
                          INTO WS-SAUDACAO
                          WITH POINTER WS-PTR
               ELSE
                   STRING ', '             DELIMITED BY SIZE
                          INTO WS-SAUDACAO
                          WITH POINTER WS-PTR
               END-IF
           END-IF.

           STRING PEC-NOME-CLI             DELIMITED BY '  '
                  INTO WS-SAUDACAO
                  WITH POINTER WS-PTR.
           ADD  1                          TO         WS-NOMES-SAUDACAO.
      *----------------------------------------------------------------*
       2310-99-ACRESCENTA-NOME-EXIT.       EXIT.
      *================================================================*
       2400-ENDERECO-PECA                  SECTION.
      *================================================================*
           MOVE PEC-MENSAGEM               TO         MDO-MENSAGEM.
           MOVE PEC-LOGRADOURO             TO         MDO-LOGRADOURO.
           MOVE PEC-NUMERO                 TO         MDO-NUMERO.
           MOVE PEC-CIDADE                 TO         MDO-CIDADE.
           MOVE PEC-UF                     TO         MDO-UF.
           MOVE PEC-CEP                    TO         MDO-CEP.
           WRITE REG-MDO.

           IF  WS-FS-MDO                   NOT EQUAL  '00'
               MOVE '2400-ENDERECO-PECA'   TO         WS-CODIGO-AREA
               MOVE WS-FS-MDO              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MALA CONSOLIDADA MALADOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-MDO.
      *----------------------------------------------------------------*
       2400-99-ENDERECO-PECA-EXIT.         EXIT.
      *================================================================*
       8000-FS-RELDOM                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR NO RELATORIO RELDOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELDOM-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
      * ECONOMIA = PECAS QUE DEIXARAM DE SER POSTADAS X PORTE.         *
      *----------------------------------------------------------------*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           COMPUTE WS-PORTE-ECONOMIZADO ROUNDED =
                   WS-PECAS-ECONOMIZADAS * WS-PORTE.

           MOVE 'PECAS RECEBIDAS NA MALA...............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-LIDOS-ENT               TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'CPF REPETIDO NA MALA (DESCARTADO).....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-CPF-REPETIDO            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'DOMICILIOS CONSOLIDADOS...............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-DOMICILIOS-CONSOL       TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE '  PESSOAS NOS DOMICILIOS CONSOLIDADOS.:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PECAS-CONSOL            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PECAS INDIVIDUAIS EM END. COLETIVO....:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PECAS-COLETIVO          TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PECAS POSTADAS (MALADOM)..............:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-GRAVADOS-MDO            TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PECAS ECONOMIZADAS....................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-PECAS-ECONOMIZADAS      TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'PORTE POR PECA........................:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-PORTE                   TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-VALOR.
           PERFORM 8000-FS-RELDOM THRU 8000-99-FS-RELDOM-EXIT.

           MOVE 'ECONOMIA DE PORTE.....................:'
                                           TO         LINV-DESCRICAO.
           MOVE WS-PORTE-ECONOMIZADO       TO         LINV-VALOR.
           WRITE REG-REL                   FROM       LIN-VALOR.
           PERFORM 8000-FS-RELDOM THRU 8000-99-FS-RELDOM-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELDOM THRU 8000-99-FS-RELDOM-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE MALSRT  DOMMST  MALADOM  RELDOM.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-DOM                   NOT EQUAL  '00'
           OR  WS-FS-MDO                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-MDO              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PECAS LIDAS MALAENT   =    ' WS-LIDOS-ENT.
           DISPLAY '* DOMICILIOS LIDOS      =    ' WS-LIDOS-DOM.
           DISPLAY '* PECAS GRAVADAS MALADOM=    ' WS-GRAVADOS-MDO.
           DISPLAY '* DOMICILIOS CONSOLIDAD.=    ' WS-DOMICILIOS-CONSOL.
           DISPLAY '* PECAS ECONOMIZADAS    =    '
                   WS-PECAS-ECONOMIZADAS.
           DISPLAY '* CPF REPETIDO NA MALA  =    ' WS-CPF-REPETIDO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ENT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-MDO           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB831S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
