      *      NUMERO DO MASTER); ITEM SEM VINCULO OU FORNECEDOR SAI NO  *
      *      RELATORIO RELPED COMO PENDENCIA, SEM PEDIDO.              *
      * O RECEBIMENTO (VRB797S) FECHA OS PEDIDOS E REPOE O ESTOQUE.    *
      * O PRECO UNITARIO NEGOCIADO VEM DO ITEMFOR E FICA GRAVADO NO    *
      * PEDIDO - EH CONTRA ELE QUE O VRB860S CONFERE A NOTA DO         *
      * FORNECEDOR. VINCULO SEM PRECO SAI COMO PENDENCIA, SEM PEDIDO.  *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          PRECO UNITARIO DO ITEMFOR    *
      *                                   GRAVADO NO PEDIDO (PEDCOM)   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
       01  REG-ITF.
           05 ITF-ITEM                     PIC 9(04).
           05 ITF-FORNECEDOR               PIC 9(05).
           05 ITF-PRECO-UNIT               PIC 9(06)V99.
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  FORNMST
           LABEL       RECORD   STANDARD
           05 PED-SITUACAO                 PIC X(01).
              88 PED-ABERTO                            VALUE 'A'.
              88 PED-FECHADO                           VALUE 'F'.
           05 PED-PRECO-UNIT               PIC 9(06)V99.
      *----------------------------------------------------------------*
       FD  PEDCOMN
           LABEL       RECORD   STANDARD
           05 PEDN-DATA-PREVISTA           PIC 9(08).
           05 PEDN-DATA-FECHADO            PIC 9(08).
           05 PEDN-SITUACAO                PIC X(01).
           05 PEDN-PRECO-UNIT              PIC 9(06)V99.
      *----------------------------------------------------------------*
       FD  RELPED
           LABEL       RECORD IS OMITTED.
           05 WS-ITF-ITEM-OCR              OCCURS 200 TIMES.
              10 WS-ITF-ITEM               PIC 9(04).
              10 WS-ITF-FORNECEDOR         PIC 9(05).
              10 WS-ITF-PRECO              PIC 9(06)V99.
       77  WS-QTDE-FOR                     PIC 9(03)     VALUE ZEROS
                                            COMP.
       77  WS-IND-FOR                      PIC 9(03)     VALUE ZEROS
               MOVE ITF-ITEM        TO  WS-ITF-ITEM (WS-QTDE-ITF)
               MOVE ITF-FORNECEDOR
                 TO WS-ITF-FORNECEDOR (WS-QTDE-ITF)
               IF  ITF-PRECO-UNIT          NUMERIC
                   MOVE ITF-PRECO-UNIT
                     TO WS-ITF-PRECO (WS-QTDE-ITF)
               ELSE
                   MOVE ZEROS  TO  WS-ITF-PRECO (WS-QTDE-ITF)
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LE-ITEMFOR-EXIT.            EXIT.
               GO TO 3100-99-GERA-PEDIDO-EXIT
           END-IF.

           IF  WS-ITF-PRECO (WS-ITF-ACHADO) EQUAL     ZEROS
               MOVE CAT-ITEM               TO         DETN-ITEM
               MOVE 'ITEM SEM PRECO NEGOCIADO NO ITEMFOR'
                                           TO         DETN-MOTIVO
               PERFORM 3800-GRAVA-PENDENCIA
                   THRU 3800-99-GRAVA-PENDENCIA-EXIT
               GO TO 3100-99-GERA-PEDIDO-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-FOR-ACHADO.
           PERFORM VARYING WS-IND-FOR FROM 1 BY 1
                   UNTIL WS-IND-FOR GREATER WS-QTDE-FOR
           MOVE WS-670-DATA-RESULTADO      TO        PEDN-DATA-PREVISTA.
           MOVE ZEROS                      TO         PEDN-DATA-FECHADO.
           MOVE 'A'                        TO         PEDN-SITUACAO.
           MOVE WS-ITF-PRECO (WS-ITF-ACHADO) TO       PEDN-PRECO-UNIT.
           PERFORM 2900-GRAVA-PEDCOMN
               THRU 2900-99-GRAVA-PEDCOMN-EXIT.

