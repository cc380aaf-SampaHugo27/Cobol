      *      AGEMST.                                                   *
      * ENTREGAS DE ORIGEM C (CARTOES) NAO PASSAM PELO RETORNO DE      *
      * BOLETOS E SEGUEM ATIVAS ATE RECOLHIMENTO MANUAL.               *
      * O AVISO AGERCL LEVA O MOTIVO Q (QUITADA); AS DEVOLUCOES POR    *
      * POLITICA DA AGENCIA (SITUACAO V) SAO FEITAS PELO VRB809S.      *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          POLITICA DE DEVOLUCAO NO     *
      *                                   AGEMST, SITUACAO V E MOTIVO  *
      *                                   DO RECOLHIMENTO NO AGERCL    *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           05 AGE-NOME                     PIC X(30).
           05 AGE-COMISSAO                 PIC 9(03)V99.
           05 AGE-CAPACIDADE               PIC 9(05).
           05 AGE-DIAS-MAX-SEM-RECUP       PIC 9(03).
           05 AGE-TAXA-MIN-RECUP           PIC 9(03)V99.
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  RETPAGO
           LABEL       RECORD   STANDARD
           05 ASG-SITUACAO                 PIC X(01).
              88 ASG-SIT-ATIVA                          VALUE 'A'.
              88 ASG-SIT-RECOLHIDA                      VALUE 'R'.
              88 ASG-SIT-DEVOLVIDA                      VALUE 'V'.
           05 ASG-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  AGEASGN
           LABEL       RECORD   STANDARD
           05 ASGN-AGENCIA                 PIC 9(03).
           05 ASGN-DATA-ENTREGA            PIC 9(08).
           05 ASGN-SITUACAO                PIC X(01).
           05 ASGN-DATA-DEVOLUCAO          PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  AGERCL
           LABEL       RECORD   STANDARD
           05 RCL-NOME                     PIC X(30).
           05 RCL-VALOR-PAGO               PIC 9(09)V9(02).
           05 RCL-DATA                     PIC 9(08).
           05 RCL-MOTIVO                   PIC X(01).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       FD  RELCOM
           LABEL       RECORD IS OMITTED.
           MOVE ASG-NOME                   TO         RCL-NOME.
           MOVE WS-PAGO-VALOR (WS-IND-ACHADO) TO     RCL-VALOR-PAGO.
           MOVE WS-PAGO-DATA  (WS-IND-ACHADO) TO     RCL-DATA.
           MOVE 'Q'                        TO         RCL-MOTIVO.
           MOVE SPACES                     TO         REG-RCL (66:15).
           WRITE REG-RCL.

           IF  WS-FS-RCL                   NOT EQUAL  '00'
