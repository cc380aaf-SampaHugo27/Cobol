      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          CADNET COM 120 POSICOES      *
      *                                   (DESCONTOS DE CONSIGNADO E   *
      *                                   BENEFICIOS DO VRB740S)       *
      *  01/09/2026 HUGO SAMPAIO          ARQUIVO DE SAIDA REGISTRADO  *
      *                                   NO MANIFESTO DE TRANSMISSOES *
      *                                   TRNMAN (ROTINA TRNMAN31)     *
       FD  CADNET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NET.

       01  REG-NET.
           05 NET-BANCO                    PIC 9(03).
           05 NET-AGENCIA                  PIC 9(05).
           05 NET-CONTA-CORRENTE           PIC 9(10).
           05 FILLER                       PIC X(49).
      *----------------------------------------------------------------*
       FD  CREDREM
           LABEL       RECORD   STANDARD
