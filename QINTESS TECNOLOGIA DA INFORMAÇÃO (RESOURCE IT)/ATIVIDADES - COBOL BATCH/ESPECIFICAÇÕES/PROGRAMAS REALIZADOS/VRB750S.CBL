      *   - LOGRADOURO E CIDADE OBRIGATORIOS;                          *
      *   - CEP NUMERICO E DIFERENTE DE ZEROS;                         *
      *   - UF OBRIGATORIA;                                            *
      *   - CEP EXISTENTE NA BASE DNE DOS CORREIOS (CEPMST), COM       *
      *     CIDADE E UF CONFERINDO COM AS DO CEP (SEM ACENTO E SEM     *
      *     DIFERENCA DE MAIUSCULAS). NO CEP DE LOGRADOURO UNICO       *
      *     (TIPO L) O LOGRADOURO VEM DA BASE, MESMO SE INFORMADO;     *
      *   - INCLUSAO EXIGE CPF INEXISTENTE, ALTERACAO/EXCLUSAO EXIGEM  *
      *     CPF EXISTENTE (MESMAS CRITICAS DO VRB702S).                *
      * TRANSACAO REJEITADA SAI NO ARQUIVO ENDREJ COM O MOTIVO.        *
      * ENDERECO INCLUIDO, OU ALTERADO PARA OUTRO DOMICILIO (CHAVE DA  *
      * DOMCHV31 DIFERENTE), ZERA O CONTROLE DE DEVOLUCOES DO CORREIO  *
      * (VRB834S) E TIRA O ENDERECO DA SITUACAO EM BUSCA.              *
      * O CADEND ALIMENTA AS CARTAS DE COBRANCA (VRB704S) E A MALA     *
      * DIRETA DE ANIVERSARIANTES (EXHB).                              *
      *----------------------------------------------------------------*
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          CEP CONFERIDO NA BASE DNE DOS*
      *                                   CORREIOS (CEPMST, CARGA DO   *
      *                                   VRB832S): CEP EXISTENTE,     *
      *                                   CIDADE E UF IGUAIS AS DO CEP;*
      *                                   CEP DE LOGRADOURO UNICO TEM O*
      *                                   LOGRADOURO PREENCHIDO PELA   *
      *                                   BASE; CIDADE E UF GRAVADAS NA*
      *                                   FORMA PADRAO DA BASE         *
      *  15/10/2026 HUGO SAMPAIO          CONTROLE DE DEVOLUCOES NO    *
      *                                   CADEND (SITUACAO, QTDE E     *
      *                                   DATA): ZERADO NA INCLUSAO E  *
      *                                   NA ALTERACAO PARA OUTRO      *
      *                                   DOMICILIO, O QUE ENCERRA A   *
      *                                   BUSCA DE ENDERECO            *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT ENDREJ         ASSIGN TO ENDREJ
           FILE STATUS           IS        WS-FS-REJ.
      *----------------------------------------------------------------*
           SELECT CEPMST         ASSIGN TO CEPMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CEP-CEP
           FILE STATUS           IS        WS-FS-CEP.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           05 END-UF                       PIC X(02).
           05 END-CEP                      PIC 9(08).
           05 END-DATA-ATUALIZA            PIC 9(08).
           05 END-SITUACAO                 PIC X(01).
              88 END-SIT-EM-BUSCA                       VALUE 'B'.
           05 END-QTDE-DEVOLUCAO           PIC 9(02).
           05 END-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  ENDREJ
           LABEL       RECORD   STANDARD
           05 REJ-CEP                      PIC X(08).
           05 REJ-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *   MASTER DE REFERENCIA DE CEP (DNE), CARGA DO VRB832S          *
      *----------------------------------------------------------------*
       FD  CEPMST
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-CEP.

       01  REG-CEP.
           05 CEP-CEP                      PIC 9(08).
           05 CEP-TIPO                     PIC X(01).
              88 CEP-TIPO-LOGRADOURO                    VALUE 'L'.
           05 CEP-LOGRADOURO               PIC X(40).
           05 CEP-BAIRRO                   PIC X(30).
           05 CEP-CIDADE                   PIC X(40).
           05 CEP-UF                       PIC X(02).
           05 CEP-DATA-CARGA               PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-TRN                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
       77  WS-FS-CEP                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-ALTERADOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-EXCLUIDOS                    PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-LOGRADOUROS-DNE              PIC 9(07)     VALUE ZEROS.
       77  WS-BUSCAS-ENCERRADAS            PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 VALIDACAO DE CPF (VRB660S)                     *
      *----------------------------------------------------------------*
       77  WS-ACHOU-END                    PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-END-SIM                           VALUE 'S'.
       77  WS-MOTIVO-REJ                   PIC X(30)     VALUE SPACES.
       77  WS-CIDADE-TRN                   PIC X(20)     VALUE SPACES.
       77  WS-UF-TRN                       PIC X(02)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 CHAVE DE DOMICILIO (DOMCHV31)                  *
      *----------------------------------------------------------------*
       77  WS-DOMCHV                       PIC X(08)   VALUE 'DOMCHV31'.
       01  WS-CHV-PARM.
           05  WS-CHV-LOGRADOURO           PIC X(40).
           05  WS-CHV-NUMERO               PIC X(06).
           05  WS-CHV-CEP                  PIC 9(08).
           05  WS-CHV-CHAVE                PIC X(44).
       77  WS-CHAVE-ANTERIOR               PIC X(44)     VALUE SPACES.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CEPMST.
           IF    WS-FS-CEP                 NOT EQUAL  '00'
                 MOVE WS-FS-CEP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA BASE DE CEP CEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-ENDTRN   THRU  1100-99-LER-ENDTRN-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
               ELSE
                   PERFORM 2300-MONTA-ENDERECO
                       THRU 2300-99-MONTA-ENDERECO-EXIT
                   PERFORM 2360-LIMPA-DEVOLUCOES
                       THRU 2360-99-LIMPA-DEVOLUCOES-EXIT
                   WRITE REG-END
                   PERFORM 2400-FS-CADEND
                       THRU 2400-99-FS-CADEND-EXIT
           END-IF.

           IF  TRN-TIPO-ALTERACAO
               PERFORM 2350-CHAVE-DOMICILIO
                   THRU 2350-99-CHAVE-DOMICILIO-EXIT
               MOVE WS-CHV-CHAVE           TO         WS-CHAVE-ANTERIOR
               PERFORM 2300-MONTA-ENDERECO
                   THRU 2300-99-MONTA-ENDERECO-EXIT
               PERFORM 2350-CHAVE-DOMICILIO
                   THRU 2350-99-CHAVE-DOMICILIO-EXIT
               IF  WS-CHV-CHAVE            NOT EQUAL  WS-CHAVE-ANTERIOR
                   PERFORM 2360-LIMPA-DEVOLUCOES
                       THRU 2360-99-LIMPA-DEVOLUCOES-EXIT
               END-IF
               REWRITE REG-END
               PERFORM 2400-FS-CADEND THRU 2400-99-FS-CADEND-EXIT
               ADD  1                      TO         WS-ALTERADOS
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-CIDADE                  EQUAL      SPACES
               MOVE 'CIDADE OBRIGATORIA'   TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT

           IF  TRN-CEP                     EQUAL      '00000000'
               MOVE 'CEP ZERADO'           TO         WS-MOTIVO-REJ
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           PERFORM 2150-CONFERE-DNE  THRU  2150-99-CONFERE-DNE-EXIT.
           IF  WS-MOTIVO-REJ               NOT EQUAL  SPACES
               GO TO 2100-99-CRITICA-TRANSACAO-EXIT
           END-IF.

           IF  TRN-LOGRADOURO              EQUAL      SPACES
               MOVE 'LOGRADOURO OBRIGATORIO'
                                           TO         WS-MOTIVO-REJ
           END-IF.
      *----------------------------------------------------------------*
       2100-99-CRITICA-TRANSACAO-EXIT.     EXIT.
      *================================================================*
       2150-CONFERE-DNE                    SECTION.
      *================================================================*
      * O CEP TEM DE EXISTIR NA BASE DNE E A CIDADE/UF INFORMADAS TEM  *
      * DE SER AS DO CEP. APROVADA A TRANSACAO, CIDADE E UF PASSAM A   *
      * FORMA PADRAO DA BASE E, NO CEP DE LOGRADOURO UNICO, O          *
      * LOGRADOURO TAMBEM (O NUMERO CONTINUA O INFORMADO).             *
      *----------------------------------------------------------------*
           MOVE '2150-CONFERE-DNE'         TO         WS-CODIGO-AREA.

           MOVE TRN-CEP                    TO         CEP-CEP.
           READ  CEPMST.

           IF  WS-FS-CEP                   EQUAL      '23'
               MOVE 'CEP INEXISTENTE NA BASE DNE'
                                           TO         WS-MOTIVO-REJ
               GO TO 2150-99-CONFERE-DNE-EXIT
           END-IF.

           IF  WS-FS-CEP                   NOT EQUAL  '00'
               MOVE WS-FS-CEP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER BASE DE CEP CEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE TRN-UF                     TO         WS-UF-TRN.
           INSPECT WS-UF-TRN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF  WS-UF-TRN                   NOT EQUAL  CEP-UF
               MOVE 'UF NAO CONFERE COM O CEP'
                                           TO         WS-MOTIVO-REJ
               GO TO 2150-99-CONFERE-DNE-EXIT
           END-IF.

           MOVE TRN-CIDADE                 TO         WS-CIDADE-TRN.
           INSPECT WS-CIDADE-TRN CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CIDADE-TRN CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           IF  WS-CIDADE-TRN               NOT EQUAL  CEP-CIDADE (1:20)
               MOVE 'CIDADE NAO CONFERE COM O CEP'
                                           TO         WS-MOTIVO-REJ
               GO TO 2150-99-CONFERE-DNE-EXIT
           END-IF.

           MOVE CEP-CIDADE                 TO         TRN-CIDADE.
           MOVE CEP-UF                     TO         TRN-UF.

           IF  CEP-TIPO-LOGRADOURO
               IF  TRN-LOGRADOURO          NOT EQUAL  CEP-LOGRADOURO
                   MOVE CEP-LOGRADOURO     TO         TRN-LOGRADOURO
                   ADD  1                  TO         WS-LOGRADOUROS-DNE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       2150-99-CONFERE-DNE-EXIT.           EXIT.
      *================================================================*
       2200-LE-CADEND                      SECTION.
      *================================================================*
           MOVE WS-DATA-HOJE               TO         END-DATA-ATUALIZA.
      *----------------------------------------------------------------*
       2300-99-MONTA-ENDERECO-EXIT.        EXIT.
      *================================================================*
       2350-CHAVE-DOMICILIO                SECTION.
      *================================================================*
      * CHAVE DE DOMICILIO DO ENDERECO QUE ESTA NO REG-END.            *
      *----------------------------------------------------------------*
           MOVE END-LOGRADOURO             TO         WS-CHV-LOGRADOURO.
           MOVE END-NUMERO                 TO         WS-CHV-NUMERO.
           MOVE END-CEP                    TO         WS-CHV-CEP.
           CALL WS-DOMCHV                  USING      WS-CHV-PARM.
      *----------------------------------------------------------------*
       2350-99-CHAVE-DOMICILIO-EXIT.       EXIT.
      *================================================================*
       2360-LIMPA-DEVOLUCOES               SECTION.
      *================================================================*
      * ENDERECO NOVO: AS DEVOLUCOES DO ENDERECO ANTIGO NAO CONTAM     *
      * MAIS E A BUSCA DE ENDERECO, SE HAVIA, ESTA ENCERRADA.          *
      *----------------------------------------------------------------*
           IF  TRN-TIPO-ALTERACAO
           AND END-SIT-EM-BUSCA
               ADD  1                      TO      WS-BUSCAS-ENCERRADAS
           END-IF.

           MOVE SPACES                     TO         END-SITUACAO.
           MOVE ZEROS                      TO        END-QTDE-DEVOLUCAO.
           MOVE ZEROS                      TO        END-DATA-DEVOLUCAO.
      *----------------------------------------------------------------*
       2360-99-LIMPA-DEVOLUCOES-EXIT.      EXIT.
      *================================================================*
       2400-FS-CADEND                      SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ENDTRN  CADEND  ENDREJ  CEPMST.

           IF  WS-FS-TRN                   NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
           OR  WS-FS-CEP                   NOT EQUAL  '00'
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* ENDERECOS ALTERADOS   =    ' WS-ALTERADOS.
           DISPLAY '* ENDERECOS EXCLUIDOS   =    ' WS-EXCLUIDOS.
           DISPLAY '* TRANSACOES REJEITADAS =    ' WS-REJEITADOS.
           DISPLAY '* LOGRADOUROS DA BASE   =    ' WS-LOGRADOUROS-DNE.
           DISPLAY '* BUSCAS ENCERRADAS     =    ' WS-BUSCAS-ENCERRADAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
