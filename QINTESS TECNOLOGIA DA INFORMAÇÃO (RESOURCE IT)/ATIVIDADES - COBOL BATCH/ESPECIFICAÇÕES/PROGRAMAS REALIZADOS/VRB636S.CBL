      *                                   EXTCSV SEPARADO POR PONTO-E-
      *                                   VIRGULA COM OS VALORES SEM
      *                                   MASCARA
      *  15/10/2026 HUGO SAMPAIO          EXTCSV PASSA A LEVAR O TOKEN
      *                                   DO COFRE TOKMST (TOKGET31) NO
      *                                   LUGAR DO CPF
      *-----------------------------------------------------------------
      *----------------------------------------------------------------
       ENVIRONMENT                         DIVISION.
       01 WS-CSV-LINHA                      PIC X(120) VALUE SPACES.
       01 WS-CSV-VALOR                      PIC 9(15)V99 VALUE ZEROS.
      *---------------------------------------------------------------*
      *     TOKEN DO CPF NO EXTRATO EXTCSV (COFRE TOKMST, TOKGET31)   *
      *---------------------------------------------------------------*
       77 WS-TOKGET         PIC X(08)      VALUE 'TOKGET31'.
       01 WS-TOK-PARM.
          05 WS-TOK-FUNCAO  PIC X(01)      VALUE 'T'.
          05 WS-TOK-CPF     PIC 9(11)      VALUE ZEROS.
          05 WS-TOK-TOKEN   PIC X(12)      VALUE SPACES.
          05 WS-TOK-RETORNO PIC X(01)      VALUE SPACES.
      *---------------------------------------------------------------*
      *      MASCARAMENTO DE CPF PARA IMPRESSAO (ROTINA CPFMSK31)      *
      *---------------------------------------------------------------*
       77 WS-CPFMSK         PIC X(08)      VALUE 'CPFMSK31'.
           WRITE REG-SAI.

           MOVE VALOR-TOTAL                TO WS-CSV-VALOR.
           MOVE 'T'                        TO WS-TOK-FUNCAO.
           MOVE CPF-SAI                    TO WS-TOK-CPF.
           CALL WS-TOKGET                  USING WS-TOK-PARM.
           IF WS-TOK-RETORNO NOT EQUAL 'S'
              DISPLAY 'ERRO NO COFRE DE TOKENS TOKMST'
              DISPLAY 'CPF = '             CPF-SAI
              STOP RUN
           END-IF.
           MOVE SPACES                     TO WS-CSV-LINHA.
           STRING WS-TOK-TOKEN ';' NOME-SAI ';' WS-CSV-VALOR ';'
                  SAI-VIP
                  DELIMITED BY SIZE INTO WS-CSV-LINHA.
           WRITE REG-CSV                   FROM WS-CSV-LINHA.

           CLOSE ARQCPFI.
           CLOSE EXTCSV.
           MOVE 'F'                        TO WS-TOK-FUNCAO.
           CALL WS-TOKGET                  USING WS-TOK-PARM.
           IF WS-FSARQCPFI NOT EQUAL  '00'
              DISPLAY 'ERRO NO FECHAMENTO DO ARQUIVO ARQCPFI'
              DISPLAY 'FILE STATUS = '     WS-FSARQCPFI
