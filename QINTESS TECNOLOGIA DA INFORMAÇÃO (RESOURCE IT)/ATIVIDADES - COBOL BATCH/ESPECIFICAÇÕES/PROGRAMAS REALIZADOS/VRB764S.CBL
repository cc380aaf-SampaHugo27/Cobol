      *   5. O CATALOGO EH REGRAVADO EM CATMSTN; ITEM QUE FICA ABAIXO  *
      *      DO ESTOQUE MINIMO SAI COM ALERTA NO RELATORIO RELCAT.     *
      * PEDIDO REPROVADO SAI NO RESIREJ COM O MOTIVO.                  *
      * CADA LINHA DO FULFILL LEVA O NUMERO DO RESGATE (DATA +         *
      * SEQUENCIA DO DIA), QUE O DEPOSITO PASSA A TRANSPORTADORA E     *
      * VOLTA NO RASTREAMENTO TRATADO PELO VRB862S.                    *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          NUMERO DO RESGATE (SEQUENCIA *
      *                                   DO DIA) NO FULFILL           *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           05 FUL-QTDE                     PIC 9(03).
           05 FUL-PONTOS                   PIC 9(09).
           05 FUL-DATA                     PIC 9(08).
           05 FUL-SEQUENCIA                PIC 9(05).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  RESIREJ
           LABEL       RECORD   STANDARD
           MOVE RSO-QTDE                   TO         FUL-QTDE.
           MOVE WS-PONTOS-PEDIDO           TO         FUL-PONTOS.
           MOVE WS-DATA-HOJE               TO         FUL-DATA.
           COMPUTE FUL-SEQUENCIA = WS-ATENDIDOS + 1.
           WRITE REG-FUL.
           IF  WS-FS-FUL                   NOT EQUAL  '00'
               MOVE WS-FS-FUL              TO         WS-AREA-STAT
