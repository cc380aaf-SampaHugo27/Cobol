      *                                   CPFMSK31; EXTRATO EXTCSV COM O
      *                                   PAR PERIODO ATUAL E ANTERIOR
      *                                   SEM MASCARA
      *  15/10/2026 HUGO SAMPAIO          EXTCSV PASSA A LEVAR O TOKEN
      *                                   DO COFRE TOKMST (TOKGET31) NO
      *                                   LUGAR DO CPF
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       01 WK-CSV-LINHA                    PIC X(120)    VALUE SPACES.
       01 WK-CSV-VALOR                    PIC 9(15)V99  VALUE ZEROS.
       01 WK-CSV-VALOR-ANT                PIC 9(15)V99  VALUE ZEROS.
      *-----------------------------------------------------------------
      *   TOKEN DO CPF NO EXTRATO EXTCSV (COFRE TOKMST, TOKGET31)
      *-----------------------------------------------------------------
       77 WK-TOKGET                       PIC X(08)    VALUE 'TOKGET31'.
       01 WK-TOK-PARM.
          05 WK-TOK-FUNCAO                PIC X(01)     VALUE 'T'.
          05 WK-TOK-CPF                   PIC 9(11)     VALUE ZEROS.
          05 WK-TOK-TOKEN                 PIC X(12)     VALUE SPACES.
          05 WK-TOK-RETORNO               PIC X(01)     VALUE SPACES.
       77 WK-FS-ARQANT                    PIC X(02)     VALUE SPACES.
       77 WK-FS-RELATO                    PIC X(02)     VALUE SPACES.
       77 WK-FS-ARQCPFI                   PIC X(02)     VALUE SPACES.
      *    GEMEO DELIMITADO DO FECHAMENTO DO CLIENTE (IMPORTACAO BI)
           MOVE WK-VALOR-TOTAL     TO    WK-CSV-VALOR
           MOVE WK-VALOR-ANT       TO    WK-CSV-VALOR-ANT
           MOVE 'T'                TO    WK-TOK-FUNCAO
           MOVE CPF-S              TO    WK-TOK-CPF
           CALL WK-TOKGET          USING WK-TOK-PARM
           IF  WK-TOK-RETORNO  NOT EQUAL 'S'
               DISPLAY 'CPF: '     CPF-S
               DISPLAY 'ERRO NO COFRE DE TOKENS TOKMST'
               STOP    RUN
           END-IF
           MOVE SPACES             TO    WK-CSV-LINHA
           STRING WK-TOK-TOKEN ';' NOME-CLIENTE-S ';' WK-CSV-VALOR ';'
                  WK-CSV-VALOR-ANT
                  DELIMITED BY SIZE INTO WK-CSV-LINHA
           WRITE REG-CSV           FROM  WK-CSV-LINHA
      *
           CLOSE         ARQSAI.
            CLOSE         EXTCSV.
           MOVE 'F'                TO    WK-TOK-FUNCAO.
           CALL WK-TOKGET          USING WK-TOK-PARM.
           IF WK-FS-ARQSAI   NOT EQUAL '00'
              DISPLAY 'ERRO NO: '        WK-AREA-COD
              DISPLAY 'STATUS:  '        WK-FS-ARQSAI
