       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB834S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: PROCESSAMENTO DAS DEVOLUCOES DE CORRESPONDENCIA.     *
      * CARTA DEVOLVIDA PELOS CORREIOS E E-MAIL RECUSADO (BOUNCE)      *
      * INFORMADO PELO FORNECEDOR DO EXTRATO ELETRONICO CHEGAM NO      *
      * ARQUIVO DEVENT (CPF, CANAL, MOTIVO, DATA, CAMPANHA E TIPO DA   *
      * PECA). CADA DEVOLUCAO ACEITA:                                  *
      *   - CANAL C (CORREIO): SOMA UMA DEVOLUCAO NO ENDERECO DO       *
      *     CADEND. AO ATINGIR O LIMITE DO PARAMETRO DEVOLUC/MAXDEVOL  *
      *     (PADRAO 2) O ENDERECO FICA 'B' (EM BUSCA): AS MALAS EM     *
      *     PAPEL (EXHB, VRB769S, VRB704S) PASSAM A TRATA-LO COMO SEM  *
      *     ENDERECO E O CPF ENTRA NA LISTA DE BUSCA DE ENDERECO       *
      *     ENDBUS. O ENDERECO SAI DE BUSCA QUANDO O VRB750S RECEBE    *
      *     UM ENDERECO NOVO PARA O CPF;                               *
      *   - CANAL E (E-MAIL): CPF COM CANAL E-MAIL NO CADCTO VOLTA     *
      *     PARA PAPEL (P), ATE O CLIENTE INFORMAR NOVO E-MAIL PELO    *
      *     VRB772S.                                                   *
      * TODA DEVOLUCAO ACEITA FICA NO HISTORICO DEVHST (ACUMULADO),    *
      * BASE DO RELATORIO MENSAL DE TAXA DE DEVOLUCAO (VRB835S).       *
      * DEVOLUCAO REPROVADA NA CRITICA SAI NO DEVREJ COM O MOTIVO.     *
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

           SELECT DEVENT         ASSIGN TO DEVENT
           FILE STATUS           IS        WS-FS-ENT.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT CADCTO         ASSIGN TO CADCTO
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CTO-CPF
           FILE STATUS           IS        WS-FS-CTO.
      *----------------------------------------------------------------*
           SELECT DEVHST         ASSIGN TO DEVHST
           FILE STATUS           IS        WS-FS-HST.
      *----------------------------------------------------------------*
           SELECT ENDBUS         ASSIGN TO ENDBUS
           FILE STATUS           IS        WS-FS-BUS.
      *----------------------------------------------------------------*
           SELECT DEVREJ         ASSIGN TO DEVREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   DEVOLUCOES RECEBIDAS (CORREIOS E FORNECEDOR DE E-MAIL)       *
      *----------------------------------------------------------------*
       FD  DEVENT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ENT.

       01  REG-ENT.
           05 ENT-CPF                      PIC 9(11).
           05 ENT-CANAL                    PIC X(01).
              88 ENT-CANAL-CORREIO                      VALUE 'C'.
              88 ENT-CANAL-EMAIL                        VALUE 'E'.
           05 ENT-MOTIVO                   PIC X(02).
              88 ENT-MOTIVO-CORREIO         VALUE 'MU' 'DE' 'EI' 'NE'
                                                  'AU' 'RE' 'FA' 'NP'.
              88 ENT-MOTIVO-EMAIL           VALUE 'HB' 'SB' 'BL'.
           05 ENT-DATA-DEVOLUCAO           PIC X(08).
           05 ENT-CAMPANHA                 PIC X(06).
           05 ENT-TIPO-PECA                PIC X(10).
           05 FILLER                       PIC X(42).
      *----------------------------------------------------------------*
       FD  CADEND
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-END.

       01  REG-END.
           05 END-CPF                      PIC 9(11).
           05 END-LOGRADOURO               PIC X(40).
           05 END-NUMERO                   PIC X(06).
           05 END-CIDADE                   PIC X(20).
           05 END-UF                       PIC X(02).
           05 END-CEP                      PIC 9(08).
           05 END-DATA-ATUALIZA            PIC 9(08).
           05 END-SITUACAO                 PIC X(01).
              88 END-SIT-EM-BUSCA                       VALUE 'B'.
           05 END-QTDE-DEVOLUCAO           PIC 9(02).
           05 END-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  CADCTO
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTO.

       01  REG-CTO.
           05 CTO-CPF                      PIC 9(11).
           05 CTO-EMAIL                    PIC X(50).
           05 CTO-CANAL                    PIC X(01).
              88 CTO-CANAL-PAPEL                        VALUE 'P'.
              88 CTO-CANAL-EMAIL                        VALUE 'E'.
           05 CTO-DATA-CONSENTE            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
      *   HISTORICO ACUMULADO DAS DEVOLUCOES ACEITAS                   *
      *----------------------------------------------------------------*
       FD  DEVHST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-HST.

       01  REG-HST.
           05 HST-CPF                      PIC 9(11).
           05 HST-CANAL                    PIC X(01).
           05 HST-MOTIVO                   PIC X(02).
           05 HST-DATA-DEVOLUCAO           PIC 9(08).
           05 HST-CAMPANHA                 PIC 9(06).
           05 HST-TIPO-PECA                PIC X(10).
           05 HST-DATA-PROCESSA            PIC 9(08).
           05 HST-RESULTADO                PIC X(01).
           05 FILLER                       PIC X(53).
      *----------------------------------------------------------------*
      *   LISTA DE BUSCA DE ENDERECO                                   *
      *----------------------------------------------------------------*
       FD  ENDBUS
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-BUS.

       01  REG-BUS.
           05 BUS-CPF                      PIC 9(11).
           05 BUS-LOGRADOURO               PIC X(40).
           05 BUS-NUMERO                   PIC X(06).
           05 BUS-CIDADE                   PIC X(20).
           05 BUS-UF                       PIC X(02).
           05 BUS-CEP                      PIC 9(08).
           05 BUS-QTDE-DEVOLUCAO           PIC 9(02).
           05 BUS-DATA-DEVOLUCAO           PIC 9(08).
           05 BUS-MOTIVO                   PIC X(02).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       FD  DEVREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-DEVOLUCAO                PIC X(80).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-ENT                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTO                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
       77  WS-FS-BUS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ENT                    PIC 9(07)     VALUE ZEROS.
       77  WS-DEVOL-CORREIO                PIC 9(07)     VALUE ZEROS.
       77  WS-DEVOL-EMAIL                  PIC 9(07)     VALUE ZEROS.
       77  WS-ENDERECOS-BUSCA              PIC 9(07)     VALUE ZEROS.
       77  WS-JA-EM-BUSCA                  PIC 9(07)     VALUE ZEROS.
       77  WS-VOLTA-PAPEL                  PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-CADASTRO                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-HST                 PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*
       01  WS-CPF-PARM.
           05 WS-CPF-PARM-CPF              PIC 9(11).
           05 WS-CPF-PARM-SIT              PIC X(01).
      *----------------------------------------------------------------*
      *                 APOIO A CRITICA E AO TRATAMENTO                *
      *----------------------------------------------------------------*
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-RESULTADO                    PIC X(01)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 PARAMETROS (DOMINIO DEVOLUC)                   *
      *----------------------------------------------------------------*
       77  WS-MAX-DEVOL                    PIC 9(02)     VALUE 2.
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
           05 WS-VC-MAX                    PIC 9(02).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB834S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB834S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 0050-LE-PARAMETROS
               THRU 0050-99-LE-PARAMETROS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-ENT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * DOMINIO DEVOLUC DO PARMMST, COM VIGENCIA NA DATA DE HOJE:      *
      *   MAXDEVOL - DEVOLUCOES DO CORREIO QUE POEM O ENDERECO EM      *
      *              BUSCA 9(02) (PADRAO 02, DE 01 A 09).              *
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           MOVE 'DEVOLUC '                 TO         WS-PGT-DOMINIO.
           MOVE 'MAXDEVOL'                 TO         WS-PGT-CHAVE.
           MOVE WS-DATA-HOJE               TO         WS-PGT-DATA-BASE.
           CALL WS-PARGET                  USING      WS-PGT-PARM.

           IF  WS-PGT-RETORNO              NOT EQUAL  'S'
           AND WS-PGT-RETORNO              NOT EQUAL  'V'
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER DE PARAMETROS PARMMST INDISPONIVEL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR           TO         WS-VC-AREA
               IF  WS-VC-DIGITOS (1:2)     NOT NUMERIC
               OR  WS-VC-MAX               LESS       1
               OR  WS-VC-MAX               GREATER    9
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO DEVOLUC/MAXDEVOL INVALIDO (01 A 09)'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-VC-MAX              TO         WS-MAX-DEVOL
           END-IF.
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DEVENT.
           IF    WS-FS-ENT                 NOT EQUAL  '00'
                 MOVE WS-FS-ENT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEVENT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  I-O                       CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  I-O                       CADCTO.
           IF    WS-FS-CTO                 NOT EQUAL  '00'
                 MOVE WS-FS-CTO            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * HISTORICO ACUMULADO: ESTENDE O EXISTENTE OU CRIA NA PRIMEIRA
      * RODADA (MESMO PADRAO DO CAMCTL).
           OPEN  EXTEND                    DEVHST.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 OPEN OUTPUT               DEVHST
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO DEVHST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    ENDBUS.
           IF    WS-FS-BUS                 NOT EQUAL  '00'
                 MOVE WS-FS-BUS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ENDBUS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DEVREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DEVREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-DEVENT   THRU  1100-99-LER-DEVENT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-DEVENT                     SECTION.
      *================================================================*
           MOVE '1100-LER-DEVENT'          TO         WS-CODIGO-AREA.

           READ DEVENT.

           IF  WS-FS-ENT   NOT EQUAL '00'
           AND WS-FS-ENT   NOT EQUAL '10'
               MOVE WS-FS-ENT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DEVENT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ENT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ENT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-DEVENT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           PERFORM 2100-CRITICA-DEVOLUCAO
               THRU 2100-99-CRITICA-DEVOLUCAO-EXIT.

           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               PERFORM 2800-GRAVA-REJEITO
                   THRU 2800-99-GRAVA-REJEITO-EXIT
               GO TO 2000-50-PROXIMA
           END-IF.

           IF  ENT-CANAL-CORREIO
               PERFORM 2200-DEVOLUCAO-CORREIO
                   THRU 2200-99-DEVOLUCAO-CORREIO-EXIT
           ELSE
               PERFORM 2300-DEVOLUCAO-EMAIL
                   THRU 2300-99-DEVOLUCAO-EMAIL-EXIT
           END-IF.

           PERFORM 2500-GRAVA-HISTORICO
               THRU 2500-99-GRAVA-HISTORICO-EXIT.

       2000-50-PROXIMA.
           PERFORM 1100-LER-DEVENT   THRU  1100-99-LER-DEVENT-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-CRITICA-DEVOLUCAO              SECTION.
      *================================================================*
           MOVE SPACES                     TO         WS-MOTIVO-REJ.

           MOVE ENT-CPF                    TO         WS-CPF-PARM-CPF.
           CALL 'VRB660S'                  USING      WS-CPF-PARM.
           IF  WS-CPF-PARM-SIT             EQUAL      'N'
               MOVE 'CPF COM DIGITO INVALIDO'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DEVOLUCAO-EXIT
           END-IF.

           IF  NOT ENT-CANAL-CORREIO
           AND NOT ENT-CANAL-EMAIL
               MOVE 'CANAL FORA DO DOMINIO C/E'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DEVOLUCAO-EXIT
           END-IF.

           IF  (ENT-CANAL-CORREIO AND NOT ENT-MOTIVO-CORREIO)
           OR  (ENT-CANAL-EMAIL   AND NOT ENT-MOTIVO-EMAIL)
               MOVE 'MOTIVO INVALIDO PARA O CANAL'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DEVOLUCAO-EXIT
           END-IF.

           IF  ENT-DATA-DEVOLUCAO          NOT NUMERIC
           OR  ENT-DATA-DEVOLUCAO          EQUAL      '00000000'
           OR  ENT-DATA-DEVOLUCAO          GREATER    WS-DATA-HOJE
               MOVE 'DATA DA DEVOLUCAO INVALIDA'
                                           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-DEVOLUCAO-EXIT
           END-IF.

           IF  ENT-CAMPANHA                EQUAL      SPACES
               MOVE ZEROS                  TO         ENT-CAMPANHA
           END-IF.
           IF  ENT-CAMPANHA                NOT NUMERIC
               MOVE 'CAMPANHA NAO NUMERICA'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CRITICA-DEVOLUCAO-EXIT.     EXIT.
      *================================================================*
       2200-DEVOLUCAO-CORREIO              SECTION.
      *================================================================*
      * RESULTADO NO HISTORICO: C = CONTADA, B = PASSOU A BUSCA,       *
      * S = SEM ENDERECO NO CADEND.                                    *
      *----------------------------------------------------------------*
           MOVE '2200-DEVOLUCAO-CORREIO'   TO         WS-CODIGO-AREA.
           ADD  1                          TO         WS-DEVOL-CORREIO.

           MOVE ENT-CPF                    TO         END-CPF.
           READ  CADEND.

           IF  WS-FS-END                   EQUAL      '23'
               MOVE 'S'                    TO         WS-RESULTADO
               ADD  1                      TO         WS-SEM-CADASTRO
               GO TO 2200-99-DEVOLUCAO-CORREIO-EXIT
           END-IF.

           IF  WS-FS-END                   NOT EQUAL  '00'
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

      * ENDERECO GRAVADO ANTES DO CONTROLE DE DEVOLUCOES TEM OS CAMPOS
      * EM BRANCO.
           IF  END-QTDE-DEVOLUCAO          NOT NUMERIC
               MOVE ZEROS                  TO         END-QTDE-DEVOLUCAO
           END-IF.

           IF  END-QTDE-DEVOLUCAO          LESS       99
               ADD  1                      TO         END-QTDE-DEVOLUCAO
           END-IF.
           MOVE ENT-DATA-DEVOLUCAO         TO        END-DATA-DEVOLUCAO.
           MOVE 'C'                        TO         WS-RESULTADO.

           IF  END-SIT-EM-BUSCA
               ADD  1                      TO         WS-JA-EM-BUSCA
           ELSE
               IF  END-QTDE-DEVOLUCAO      NOT LESS   WS-MAX-DEVOL
                   SET  END-SIT-EM-BUSCA   TO         TRUE
                   MOVE 'B'                TO         WS-RESULTADO
                   PERFORM 2250-GRAVA-BUSCA
                       THRU 2250-99-GRAVA-BUSCA-EXIT
               END-IF
           END-IF.

           REWRITE REG-END.
           IF  WS-FS-END                   NOT EQUAL  '00'
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       2200-99-DEVOLUCAO-CORREIO-EXIT.     EXIT.
      *================================================================*
       2250-GRAVA-BUSCA                    SECTION.
      *================================================================*
           MOVE '2250-GRAVA-BUSCA'         TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-BUS.
           MOVE END-CPF                    TO         BUS-CPF.
           MOVE END-LOGRADOURO             TO         BUS-LOGRADOURO.
           MOVE END-NUMERO                 TO         BUS-NUMERO.
           MOVE END-CIDADE                 TO         BUS-CIDADE.
           MOVE END-UF                     TO         BUS-UF.
           MOVE END-CEP                    TO         BUS-CEP.
           MOVE END-QTDE-DEVOLUCAO         TO        BUS-QTDE-DEVOLUCAO.
           MOVE END-DATA-DEVOLUCAO         TO        BUS-DATA-DEVOLUCAO.
           MOVE ENT-MOTIVO                 TO         BUS-MOTIVO.
           WRITE REG-BUS.

           IF  WS-FS-BUS                   NOT EQUAL  '00'
               MOVE WS-FS-BUS              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO ENDBUS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO        WS-ENDERECOS-BUSCA.
      *----------------------------------------------------------------*
       2250-99-GRAVA-BUSCA-EXIT.           EXIT.
      *================================================================*
       2300-DEVOLUCAO-EMAIL                SECTION.
      *================================================================*
      * RESULTADO NO HISTORICO: P = VOLTOU PARA PAPEL, S = SEM EFEITO  *
      * (CPF FORA DO CADCTO OU JA EM PAPEL).                           *
      *----------------------------------------------------------------*
           MOVE '2300-DEVOLUCAO-EMAIL'     TO         WS-CODIGO-AREA.
           ADD  1                          TO         WS-DEVOL-EMAIL.
           MOVE 'S'                        TO         WS-RESULTADO.

           MOVE ENT-CPF                    TO         CTO-CPF.
           READ  CADCTO.

           IF  WS-FS-CTO                   EQUAL      '23'
               ADD  1                      TO         WS-SEM-CADASTRO
               GO TO 2300-99-DEVOLUCAO-EMAIL-EXIT
           END-IF.

           IF  WS-FS-CTO                   NOT EQUAL  '00'
               MOVE WS-FS-CTO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  NOT CTO-CANAL-EMAIL
               GO TO 2300-99-DEVOLUCAO-EMAIL-EXIT
           END-IF.

           SET  CTO-CANAL-PAPEL            TO         TRUE.
           REWRITE REG-CTO.
           IF  WS-FS-CTO                   NOT EQUAL  '00'
               MOVE WS-FS-CTO              TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR CADASTRO CADCTO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE 'P'                        TO         WS-RESULTADO.
           ADD  1                          TO         WS-VOLTA-PAPEL.
      *----------------------------------------------------------------*
       2300-99-DEVOLUCAO-EMAIL-EXIT.       EXIT.
      *================================================================*
       2500-GRAVA-HISTORICO                SECTION.
      *================================================================*
           MOVE '2500-GRAVA-HISTORICO'     TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-HST.
           MOVE ENT-CPF                    TO         HST-CPF.
           MOVE ENT-CANAL                  TO         HST-CANAL.
           MOVE ENT-MOTIVO                 TO         HST-MOTIVO.
           MOVE ENT-DATA-DEVOLUCAO         TO        HST-DATA-DEVOLUCAO.
           MOVE ENT-CAMPANHA               TO         HST-CAMPANHA.
           MOVE ENT-TIPO-PECA              TO         HST-TIPO-PECA.
           MOVE WS-DATA-HOJE               TO         HST-DATA-PROCESSA.
           MOVE WS-RESULTADO               TO         HST-RESULTADO.
           WRITE REG-HST.

           IF  WS-FS-HST                   NOT EQUAL  '00'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR HISTORICO DEVHST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-HST.
      *----------------------------------------------------------------*
       2500-99-GRAVA-HISTORICO-EXIT.       EXIT.
      *================================================================*
       2800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE '2800-GRAVA-REJEITO'       TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE REG-ENT                    TO         REJ-DEVOLUCAO.
           MOVE WS-MOTIVO-REJ              TO         REJ-MOTIVO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DEVREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       2800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DEVENT  CADEND  CADCTO  DEVHST  ENDBUS  DEVREJ.

           IF  WS-FS-ENT                   NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-CTO                   NOT EQUAL  '00'
           OR  WS-FS-HST                   NOT EQUAL  '00'
           OR  WS-FS-BUS                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* DEVOLUCOES LIDAS      =    ' WS-LIDOS-ENT.
           DISPLAY '* DEVOLUCOES CORREIO    =    ' WS-DEVOL-CORREIO.
           DISPLAY '*   ENDERECOS EM BUSCA  =    ' WS-ENDERECOS-BUSCA.
           DISPLAY '*   JA ESTAVAM EM BUSCA =    ' WS-JA-EM-BUSCA.
           DISPLAY '* DEVOLUCOES E-MAIL     =    ' WS-DEVOL-EMAIL.
           DISPLAY '*   VOLTARAM PARA PAPEL =    ' WS-VOLTA-PAPEL.
           DISPLAY '* CPF SEM CADASTRO      =    ' WS-SEM-CADASTRO.
           DISPLAY '* GRAVADOS NO DEVHST    =    ' WS-GRAVADOS-HST.
           DISPLAY '* REJEITADAS NO DEVREJ  =    ' WS-REJEITADOS.
           DISPLAY '* LIMITE DE DEVOLUCOES  =    ' WS-MAX-DEVOL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ENT              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-HST           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB834S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
