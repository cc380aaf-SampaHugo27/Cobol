       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB830S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: MASTER DE DOMICILIOS. FAMILIAS NO MESMO ENDERECO     *
      * RECEBIAM UMA PECA POR PESSOA (ANIVERSARIO, CAMPANHA, LEMBRETE) *
      * E O MARKETING PAGAVA CADA UMA. O PROGRAMA VARRE O CADEND       *
      * INTEIRO, MONTA A CHAVE DE DOMICILIO (CEP + LOGRADOURO + NUMERO *
      * NORMALIZADOS, ROTINA DOMCHV31), CLASSIFICA POR ELA E GRAVA NO  *
      * DOMMST UM REGISTRO POR ENDERECO COM OS CPFS QUE MORAM NELE     *
      * (ATE 10 LISTADOS; A QUANTIDADE EH SEMPRE A REAL). SITUACAO:    *
      *   U - UNICO: UM SO CPF NO ENDERECO;                            *
      *   D - DOMICILIO: DE 2 ATE O MAXIMO DO PARAMETRO DOMICIL/MAXCPF *
      *       (PADRAO 6) - A MALA PODE SER CONSOLIDADA (VRB831S);      *
      *   C - COLETIVO: ACIMA DO MAXIMO. O CADEND NAO TEM COMPLEMENTO, *
      *       ENTAO PREDIO E CONDOMINIO CAEM NA MESMA CHAVE - NESSES   *
      *       A MALA CONTINUA INDIVIDUAL.                              *
      * O DOMMST SAI EM ORDEM DE CHAVE, QUE EH A ORDEM EM QUE O        *
      * VRB831S O LE. RODA ANTES DAS MALAS (EXHB, VRB769S, VRB704S).   *
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

           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT DOMWRK         ASSIGN TO DOMWRK
           FILE STATUS           IS        WS-FS-WRK.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT DOMSRT         ASSIGN TO DOMSRT
           FILE STATUS           IS        WS-FS-SRT.
      *----------------------------------------------------------------*
           SELECT DOMMST         ASSIGN TO DOMMST
           FILE STATUS           IS        WS-FS-DOM.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
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
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
      *   TRABALHO: ENDERECO DO CADEND PRECEDIDO DA CHAVE DE DOMICILIO *
      *----------------------------------------------------------------*
       FD  DOMWRK
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 130 CHARACTERS
           DATA RECORD IS       REG-WRK.

       01  REG-WRK.
           05 WRK-CHAVE                    PIC X(44).
           05 WRK-CPF                      PIC 9(11).
           05 WRK-LOGRADOURO               PIC X(40).
           05 WRK-NUMERO                   PIC X(06).
           05 WRK-CIDADE                   PIC X(20).
           05 WRK-UF                       PIC X(02).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-CHAVE                     PIC X(44).
           05 SW-CPF                       PIC 9(11).
           05 FILLER                       PIC X(75).
      *----------------------------------------------------------------*
       FD  DOMSRT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 130 CHARACTERS
           DATA RECORD IS       REG-SRT.

       01  REG-SRT.
           05 SRT-CHAVE                    PIC X(44).
           05 SRT-CPF                      PIC 9(11).
           05 SRT-LOGRADOURO               PIC X(40).
           05 SRT-NUMERO                   PIC X(06).
           05 SRT-CIDADE                   PIC X(20).
           05 SRT-UF                       PIC X(02).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
      *   MASTER DE DOMICILIOS, POR CHAVE DE DOMICILIO                 *
      *----------------------------------------------------------------*
       FD  DOMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 250 CHARACTERS
           DATA RECORD IS       REG-DOM.

       01  REG-DOM.
           05 DOM-CHAVE.
              10 DOM-CHV-CEP               PIC 9(08).
              10 DOM-CHV-LOGRADOURO        PIC X(30).
              10 DOM-CHV-NUMERO            PIC X(06).
           05 DOM-SITUACAO                 PIC X(01).
              88 DOM-SIT-UNICO                          VALUE 'U'.
              88 DOM-SIT-DOMICILIO                      VALUE 'D'.
              88 DOM-SIT-COLETIVO                       VALUE 'C'.
           05 DOM-QTDE-CPF                 PIC 9(03).
           05 DOM-CPF                      PIC 9(11) OCCURS 10 TIMES.
           05 DOM-LOGRADOURO               PIC X(40).
           05 DOM-NUMERO                   PIC X(06).
           05 DOM-CIDADE                   PIC X(20).
           05 DOM-UF                       PIC X(02).
           05 DOM-DATA-GERACAO             PIC 9(08).
           05 FILLER                       PIC X(16).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-WRK                       PIC X(02)     VALUE '00'.
       77  WS-FS-SRT                       PIC X(02)     VALUE '00'.
       77  WS-FS-DOM                       PIC X(02)     VALUE '00'.
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
      *----------------------------------------------------------------*
      *                 PARAMETROS (DOMINIO DOMICIL)                   *
      *----------------------------------------------------------------*
       77  WS-MAX-CPF                      PIC 9(03)     VALUE 6.
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
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-END                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SRT                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-DOM                 PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-UNICOS                  PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-DOMICILIOS              PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-COLETIVOS               PIC 9(07)     VALUE ZEROS.
       77  WS-CPFS-DOMICILIO               PIC 9(07)     VALUE ZEROS.
       77  WS-CPFS-COLETIVO                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB830S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB830S'.
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
           PERFORM 0100-GERA-TRABALHO
               THRU 0100-99-GERA-TRABALHO-EXIT.
           PERFORM 0200-CLASSIFICA-DOMICILIOS
               THRU 0200-99-CLASSIFICA-DOMICILIOS-EXIT.
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SRT         EQUAL '10'.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       0050-LE-PARAMETROS                  SECTION.
      *================================================================*
      * DOMINIO DOMICIL DO PARMMST, COM VIGENCIA NA DATA DE HOJE:      *
      *   MAXCPF - MAXIMO DE CPFS DE UM DOMICILIO 9(03) (PADRAO 006);  *
      *            ACIMA DISSO O ENDERECO EH TRATADO COMO COLETIVO.    *
      *----------------------------------------------------------------*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE '0050-LE-PARAMETROS'       TO         WS-CODIGO-AREA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO        WS-DATA-HOJE.

           MOVE 'DOMICIL '                 TO         WS-PGT-DOMINIO.
           MOVE 'MAXCPF  '                 TO         WS-PGT-CHAVE.
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
      *----------------------------------------------------------------*
       0050-99-LE-PARAMETROS-EXIT.         EXIT.
      *================================================================*
       0100-GERA-TRABALHO                  SECTION.
      *================================================================*
      * VARRE O CADEND EM ORDEM DE CPF E GRAVA CADA ENDERECO NO DOMWRK *
      * PRECEDIDO DA SUA CHAVE DE DOMICILIO.                           *
      *----------------------------------------------------------------*
           MOVE '0100-GERA-TRABALHO'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DOMWRK.
           IF    WS-FS-WRK                 NOT EQUAL  '00'
                 MOVE WS-FS-WRK            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB DOMWRK'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0110-LER-CADEND   THRU  0110-99-LER-CADEND-EXIT.
           PERFORM 0120-GRAVA-TRABALHO
               THRU 0120-99-GRAVA-TRABALHO-EXIT
                   UNTIL WS-FS-END         EQUAL      '10'.

           CLOSE CADEND  DOMWRK.
           IF  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-WRK                   NOT EQUAL  '00'
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DO CADEND/DOMWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       0100-99-GERA-TRABALHO-EXIT.         EXIT.
      *================================================================*
       0110-LER-CADEND                     SECTION.
      *================================================================*
           READ CADEND   NEXT.

           IF  WS-FS-END   NOT EQUAL '00'
           AND WS-FS-END   NOT EQUAL '10'
               MOVE '0110-LER-CADEND'      TO         WS-CODIGO-AREA
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-END                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-END
           END-IF.
      *----------------------------------------------------------------*
       0110-99-LER-CADEND-EXIT.            EXIT.
      *================================================================*
       0120-GRAVA-TRABALHO                 SECTION.
      *================================================================*
           MOVE END-LOGRADOURO             TO         WS-CHV-LOGRADOURO.
           MOVE END-NUMERO                 TO         WS-CHV-NUMERO.
           MOVE END-CEP                    TO         WS-CHV-CEP.
           CALL WS-DOMCHV                  USING      WS-CHV-PARM.

           MOVE SPACES                     TO         REG-WRK.
           MOVE WS-CHV-CHAVE               TO         WRK-CHAVE.
           MOVE END-CPF                    TO         WRK-CPF.
           MOVE END-LOGRADOURO             TO         WRK-LOGRADOURO.
           MOVE END-NUMERO                 TO         WRK-NUMERO.
           MOVE END-CIDADE                 TO         WRK-CIDADE.
           MOVE END-UF                     TO         WRK-UF.
           WRITE REG-WRK.

           IF  WS-FS-WRK                   NOT EQUAL  '00'
               MOVE '0120-GRAVA-TRABALHO'  TO         WS-CODIGO-AREA
               MOVE WS-FS-WRK              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO DE TRAB DOMWRK'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           PERFORM 0110-LER-CADEND   THRU  0110-99-LER-CADEND-EXIT.
      *----------------------------------------------------------------*
       0120-99-GRAVA-TRABALHO-EXIT.        EXIT.
      *================================================================*
       0200-CLASSIFICA-DOMICILIOS          SECTION.
      *================================================================*
      * CLASSIFICA POR CHAVE DE DOMICILIO E, DENTRO DELA, POR CPF.     *
      *----------------------------------------------------------------*
           MOVE '0200-CLASSIFICA-DOMICILIOS' TO  WS-CODIGO-AREA.

           SORT SORTWK
                ASCENDING KEY              SW-CHAVE
                                           SW-CPF
                USING                      DOMWRK
                GIVING                     DOMSRT.
      *----------------------------------------------------------------*
       0200-99-CLASSIFICA-DOMICILIOS-EXIT. EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.

           OPEN  INPUT                     DOMSRT.
           IF    WS-FS-SRT                 NOT EQUAL  '00'
                 MOVE WS-FS-SRT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO DE TRAB DOMSRT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    DOMMST.
           IF    WS-FS-DOM                 NOT EQUAL  '00'
                 MOVE WS-FS-DOM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER DOMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-DOMSRT   THRU  1100-99-LER-DOMSRT-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-DOMSRT                     SECTION.
      *================================================================*
           READ DOMSRT.

           IF  WS-FS-SRT   NOT EQUAL '00'
           AND WS-FS-SRT   NOT EQUAL '10'
               MOVE '1100-LER-DOMSRT'      TO         WS-CODIGO-AREA
               MOVE WS-FS-SRT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO DE TRABALHO DOMSRT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SRT                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SRT
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-DOMSRT-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * QUEBRA POR CHAVE DE DOMICILIO: O ENDERECO IMPRESSO EH O DO     *
      * PRIMEIRO CPF (MENOR) DO DOMICILIO.                             *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-DOM.
           INITIALIZE                                 REG-DOM.
           MOVE SRT-CHAVE                  TO         WS-CHAVE-ATUAL
                                                      DOM-CHAVE.
           MOVE ZEROS                      TO         DOM-QTDE-CPF.
           MOVE SRT-LOGRADOURO             TO         DOM-LOGRADOURO.
           MOVE SRT-NUMERO                 TO         DOM-NUMERO.
           MOVE SRT-CIDADE                 TO         DOM-CIDADE.
           MOVE SRT-UF                     TO         DOM-UF.
           MOVE WS-DATA-HOJE               TO         DOM-DATA-GERACAO.

           PERFORM 2100-ACUMULA-CPF  THRU  2100-99-ACUMULA-CPF-EXIT
                   UNTIL WS-FS-SRT         EQUAL      '10'
                      OR SRT-CHAVE         NOT EQUAL  WS-CHAVE-ATUAL.

           EVALUATE TRUE
               WHEN DOM-QTDE-CPF           EQUAL      1
                   SET  DOM-SIT-UNICO      TO         TRUE
                   ADD  1                  TO         WS-QTDE-UNICOS
               WHEN DOM-QTDE-CPF           GREATER    WS-MAX-CPF
                   SET  DOM-SIT-COLETIVO   TO         TRUE
                   ADD  1                  TO         WS-QTDE-COLETIVOS
                   ADD  DOM-QTDE-CPF       TO         WS-CPFS-COLETIVO
               WHEN OTHER
                   SET  DOM-SIT-DOMICILIO  TO         TRUE
                   ADD  1                  TO         WS-QTDE-DOMICILIOS
                   ADD  DOM-QTDE-CPF       TO         WS-CPFS-DOMICILIO
           END-EVALUATE.

           WRITE REG-DOM.
           IF  WS-FS-DOM                   NOT EQUAL  '00'
               MOVE WS-FS-DOM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR MASTER DOMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-DOM.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-ACUMULA-CPF                    SECTION.
      *================================================================*
           IF  DOM-QTDE-CPF                LESS       999
               ADD  1                      TO         DOM-QTDE-CPF
           END-IF.

           IF  DOM-QTDE-CPF                NOT GREATER 10
               MOVE SRT-CPF                TO
                    DOM-CPF (DOM-QTDE-CPF)
           END-IF.

           PERFORM 1100-LER-DOMSRT   THRU  1100-99-LER-DOMSRT-EXIT.
      *----------------------------------------------------------------*
       2100-99-ACUMULA-CPF-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE DOMSRT  DOMMST.

           IF  WS-FS-SRT                   NOT EQUAL  '00'
           OR  WS-FS-DOM                   NOT EQUAL  '00'
               MOVE WS-FS-DOM              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ENDERECOS LIDOS CADEND=    ' WS-LIDOS-END.
           DISPLAY '* GRAVADOS EM DOMMST    =    ' WS-GRAVADOS-DOM.
           DISPLAY '* ENDERECOS COM 1 CPF   =    ' WS-QTDE-UNICOS.
           DISPLAY '* DOMICILIOS (2 OU MAIS)=    ' WS-QTDE-DOMICILIOS.
           DISPLAY '*   CPFS NOS DOMICILIOS =    ' WS-CPFS-DOMICILIO.
           DISPLAY '* ENDERECOS COLETIVOS   =    ' WS-QTDE-COLETIVOS.
           DISPLAY '*   CPFS NOS COLETIVOS  =    ' WS-CPFS-COLETIVO.
           DISPLAY '* MAXIMO CPFS DOMICILIO =    ' WS-MAX-CPF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-END              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-DOM           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB830S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
