       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB827S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: ENCERRAMENTO VOLUNTARIO DE CONTAS A PEDIDO DO        *
      * CLIENTE. O PEDIDO VIRAVA UM 'I' MANUAL NO CONTAS OU CAIA NO    *
      * EXPURGO DO VRB688S SEM NENHUM REGISTRO. RODA SOB DEMANDA SOBRE *
      * O LOTE ENCSOL (CONTA, CPF, NUMERO DE SOCIO QUANDO O CLIENTE    *
      * TAMBEM EH SOCIO DO CLUBE E DATA DO PEDIDO):                    *
      *   1. CRITICA O PEDIDO CONTRA O VSAM CONTAS (CONTA EXISTE, CPF  *
      *      CONFERE, AINDA NAO ENCERRADA, SEM DUPLICIDADE NO LOTE);   *
      *   2. PELO CADCLIM VERIFICA SE O CLIENTE FICA COM OUTRA CONTA   *
      *      ATIVA. AS PENDENCIAS DO CPF SO IMPEDEM O ENCERRAMENTO DA  *
      *      ULTIMA CONTA ATIVA DO CLIENTE;                            *
      *   3. LEVANTA AS PENDENCIAS NOS MASTERS (CADA UM LIDO UMA VEZ): *
      *      - F FATURA COM SALDO EM ABERTO (FATMST);                  *
      *      - L EMPRESTIMO ATIVO (LOANMST);                           *
      *      - J BLOQUEIO JUDICIAL VIGENTE DA CONTA (JUDMST) OU STATUS *
      *        'J' NO CONTAS - VALE PARA QUALQUER CONTA;               *
      *      - C CONTESTACAO EM ABERTO (CTSMST);                       *
      *      - A ACORDO VIGENTE DO SOCIO (ACDMST);                     *
      *   4. CONTA COM PENDENCIA FICA ABERTA E CADA PENDENCIA SAI NO   *
      *      ENCPEN PARA O ATENDIMENTO RETORNAR AO CLIENTE;            *
      *   5. CONTA SEM PENDENCIA RECEBE O STATUS 'E' (ENCERRADA A      *
      *      PEDIDO) NO CONTAS, COM A TRILHA ARQAUD, E O CLIENTE       *
      *      RECEBE A CARTA DE CONFIRMACAO CARTENC NO ENDERECO DO      *
      *      CADEND;                                                   *
      *   6. NO ENCERRAMENTO DA ULTIMA CONTA O SALDO DO PNTMST EH      *
      *      BAIXADO POR DEBITO NO LAYOUT PNTRES (ENCPNT, CLASSIFICADO *
      *      POR CPF JUNTO COM O PNTRES DE ENTRADA DO VRB823S, QUE O   *
      *      REPASSA AO VRB708S). O PARAMETRO PONTOS DO DOMINIO        *
      *      ENCERRA DIZ SE OS PONTOS SAO PERDIDOS ('P') OU PAGOS AO   *
      *      CLIENTE ('R', PELO VALOR DO PONTO VLRPONTO, ORDEM DE      *
      *      PAGAMENTO ENCPAG).                                        *
      * PEDIDO INVALIDO SAI NO ENCREJ COM O MOTIVO. OS MASTERS DE      *
      * PENDENCIA SAO OPCIONAIS: ARQUIVO AUSENTE (35) = SEM PENDENCIA  *
      * DAQUELE TIPO.                                                  *
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

           SELECT ENCSOL         ASSIGN TO ENCSOL
           FILE STATUS           IS        WS-FS-SOL.
      *----------------------------------------------------------------*
           SELECT CONTAS         ASSIGN TO CONTAS
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CONTA-VSAM
           FILE STATUS           IS        WS-FS-VSAM.
      *----------------------------------------------------------------*
           SELECT CADCLIM        ASSIGN TO CADCLIM
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CLIM-CHAVE
           FILE STATUS           IS        WS-FS-CLIM.
      *----------------------------------------------------------------*
           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT FATMST         ASSIGN TO FATMST
           FILE STATUS           IS        WS-FS-FAT.
      *----------------------------------------------------------------*
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT JUDMST         ASSIGN TO JUDMST
           FILE STATUS           IS        WS-FS-JUD.
      *----------------------------------------------------------------*
           SELECT CTSMST         ASSIGN TO CTSMST
           FILE STATUS           IS        WS-FS-CTS.
      *----------------------------------------------------------------*
           SELECT ACDMST         ASSIGN TO ACDMST
           FILE STATUS           IS        WS-FS-ACD.
      *----------------------------------------------------------------*
           SELECT PNTMST         ASSIGN TO PNTMST
           FILE STATUS           IS        WS-FS-PNT.
      *----------------------------------------------------------------*
           SELECT ARQAUD         ASSIGN TO ARQAUD
           FILE STATUS           IS        WS-FS-AUD.
      *----------------------------------------------------------------*
           SELECT ENCPEN         ASSIGN TO ENCPEN
           FILE STATUS           IS        WS-FS-PEN.
      *----------------------------------------------------------------*
           SELECT ENCPNT         ASSIGN TO ENCPNT
           FILE STATUS           IS        WS-FS-RES.
      *----------------------------------------------------------------*
           SELECT ENCPAG         ASSIGN TO ENCPAG
           FILE STATUS           IS        WS-FS-PAG.
      *----------------------------------------------------------------*
           SELECT CARTENC        ASSIGN TO CARTENC
           FILE STATUS           IS        WS-FS-CAR.
      *----------------------------------------------------------------*
           SELECT ENCREJ         ASSIGN TO ENCREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  ENCSOL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-SOL.

       01  REG-SOL.
           05 SOL-CONTA                    PIC 9(10).
           05 SOL-CPF                      PIC 9(11).
           05 SOL-SOCIO                    PIC 9(06).
           05 SOL-DATA-PEDIDO              PIC 9(08).
           05 FILLER                       PIC X(45).
      *----------------------------------------------------------------*
       FD  CONTAS
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-VSAM.

       01  REG-VSAM.
           05 CONTA-VSAM                   PIC 9(10).
           05 CPF-VSAM                     PIC 9(11).
           05 NOME-CLIENTE-VSAM            PIC X(30).
           05 STATUS-VSAM                  PIC X(01).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
       FD  CADCLIM
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-CLIM.

       01  REG-CLIM.
           05 CLIM-CHAVE.
              10 CLIM-CPF                  PIC 9(11).
              10 CLIM-SEQ                  PIC 9(02).
           05 CLIM-NOME                    PIC X(30).
           05 CLIM-DATA-NASCTO             PIC 9(08).
           05 CLIM-QTDE-CONTAS             PIC 9(03).
           05 CLIM-CONTA                   PIC 9(10)  OCCURS 5 TIMES.
           05 CLIM-TOTAL-DIVIDA            PIC 9(15)V99.
           05 CLIM-VALOR-GASTO             PIC 9(15)V99.
           05 CLIM-DATA-ATUALIZA           PIC 9(08).
           05 CLIM-TIPO-PESSOA             PIC X(01).
           05 FILLER                       PIC X(03).
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
       FD  FATMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 200 CHARACTERS
           DATA RECORD IS       REG-FAT.

       01  REG-FAT.
           05 FAT-CPF                      PIC 9(11).
           05 FAT-CICLO                    PIC 9(06).
           05 FAT-NOME                     PIC X(30).
           05 FAT-DATA-FECHAMENTO          PIC 9(08).
           05 FAT-DATA-VENCTO              PIC 9(08).
           05 FAT-SALDO-ANTERIOR           PIC 9(11)V99.
           05 FAT-PAGAMENTOS               PIC 9(11)V99.
           05 FAT-ROTATIVO                 PIC 9(11)V99.
           05 FAT-JUROS                    PIC 9(11)V99.
           05 FAT-COMPRAS                  PIC 9(11)V99.
           05 FAT-TOTAL                    PIC 9(11)V99.
           05 FAT-MINIMO                   PIC 9(11)V99.
           05 FAT-VALOR-PAGO               PIC 9(11)V99.
           05 FAT-DATA-ULT-PAGTO           PIC 9(08).
           05 FAT-SITUACAO                 PIC X(01).
              88 FAT-SIT-ABERTA                         VALUE 'A'.
              88 FAT-SIT-MINIMO                         VALUE 'M'.
              88 FAT-SIT-PAGA                           VALUE 'P'.
              88 FAT-SIT-ROLADA                         VALUE 'R'.
           05 FAT-TAXA-ROTATIVO            PIC 9(02)V9(04).
           05 FAT-CREDITOS                 PIC 9(11)V99.
           05 FILLER                       PIC X(05).
      *----------------------------------------------------------------*
       FD  LOANMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOA.

       01  REG-LOA.
           05 LOA-CONTRATO                 PIC 9(06).
           05 LOA-CPF                      PIC 9(11).
           05 LOA-NOME                     PIC X(30).
           05 LOA-PRINCIPAL                PIC 9(09)V9(02).
           05 LOA-TAXA-MENSAL              PIC 9(02)V9(04).
           05 LOA-QTDE-PARCELAS            PIC 9(03).
           05 LOA-PARCELAS-PAGAS           PIC 9(03).
           05 LOA-VALOR-PARCELA            PIC 9(09)V9(02).
           05 LOA-SITUACAO                 PIC X(01).
              88 LOA-SIT-ATIVO                          VALUE 'A'.
              88 LOA-SIT-QUITADO                        VALUE 'Q'.
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  JUDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-JUD.

       01  REG-JUD.
           05 JUD-CONTA                    PIC 9(10).
           05 JUD-CPF                      PIC 9(11).
           05 JUD-PROCESSO                 PIC X(20).
           05 JUD-DATA-BLOQUEIO            PIC 9(08).
           05 JUD-SITUACAO                 PIC X(01).
              88 JUD-BLOQUEIO-VIGENTE                  VALUE 'A'.
              88 JUD-BLOQUEIO-LIBERADO                 VALUE 'L'.
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  CTSMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-CTS.

       01  REG-CTS.
           05 CTS-CHAVE.
              10 CTS-CPF                   PIC 9(11).
              10 CTS-DATA-MOV              PIC 9(08).
              10 CTS-VALOR-MOV             PIC 9(15)V99.
           05 CTS-NOME                     PIC X(30).
           05 CTS-MOTIVO                   PIC X(02).
           05 CTS-DATA-ABERTURA            PIC 9(08).
           05 CTS-ETAPA                    PIC X(01).
           05 CTS-DATA-ETAPA               PIC 9(08).
           05 CTS-PRAZO-ETAPA              PIC 9(08).
           05 CTS-SITUACAO                 PIC X(01).
              88 CTS-SIT-ABERTA                         VALUE 'A'.
           05 CTS-DATA-ENCERRAMENTO        PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  ACDMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 270 CHARACTERS
           DATA RECORD IS       REG-ACD.

       01  REG-ACD.
           05 ACD-SOCIO                    PIC 9(06).
           05 ACD-TOTAL                    PIC 9(09)V9(02).
           05 ACD-QTDE-PARCELAS            PIC 9(02).
           05 ACD-SITUACAO                 PIC X(01).
              88 ACD-VIGENTE                            VALUE 'V'.
           05 ACD-PARC-OCR                 OCCURS 12 TIMES.
              10 ACD-PARC-VENCTO           PIC 9(08).
              10 ACD-PARC-VALOR            PIC 9(09)V9(02).
              10 ACD-PARC-SIT              PIC X(01).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       FD  PNTMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 260 CHARACTERS
           DATA RECORD IS       REG-PNT.

      * LAYOUT DO MASTER EM FAIXAS MENSAIS (VRB708S); AQUI SO O TOTAL
      * PNT-SALDO-PONTOS INTERESSA PARA A BAIXA NO ENCERRAMENTO.
       01  REG-PNT.
           05 PNT-CPF                      PIC 9(11).
           05 PNT-NOME                     PIC X(30).
           05 PNT-SALDO-PONTOS             PIC 9(09).
           05 PNT-QTDE-FAIXAS              PIC 9(02).
           05 PNT-FAIXA                    OCCURS 13 TIMES.
              10 PNT-FX-ANOMES             PIC 9(06).
              10 PNT-FX-PONTOS             PIC 9(09).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
       FD  ARQAUD
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 31 CHARACTERS
           DATA RECORD IS       REG-AUD.

       01  REG-AUD.
           05 AUD-CONTA                    PIC 9(10).
           05 AUD-CPF                      PIC 9(11).
           05 AUD-STATUS-ANTIGO            PIC X(01).
           05 AUD-STATUS-NOVO              PIC X(01).
           05 AUD-DATA                     PIC 9(08).
      *----------------------------------------------------------------*
       FD  ENCPEN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-PEN.

       01  REG-PEN.
           05 PEN-CONTA                    PIC 9(10).
           05 PEN-CPF                      PIC 9(11).
           05 PEN-TIPO                     PIC X(01).
              88 PEN-FATURA                             VALUE 'F'.
              88 PEN-EMPRESTIMO                         VALUE 'L'.
              88 PEN-JUDICIAL                           VALUE 'J'.
              88 PEN-CONTESTACAO                        VALUE 'C'.
              88 PEN-ACORDO                             VALUE 'A'.
           05 PEN-DESCRICAO                PIC X(30).
           05 PEN-REFERENCIA               PIC X(20).
           05 PEN-VALOR                    PIC 9(11)V99.
           05 PEN-DATA                     PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       FD  ENCPNT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 30 CHARACTERS
           DATA RECORD IS       REG-RES.

       01  REG-RES.
           05 RES-CPF                      PIC 9(11).
           05 RES-PONTOS                   PIC 9(09).
           05 RES-TIPO                     PIC X(01).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  ENCPAG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PAG.

       01  REG-PAG.
           05 PAG-CPF                      PIC 9(11).
           05 PAG-CONTA                    PIC 9(10).
           05 PAG-NOME                     PIC X(30).
           05 PAG-PONTOS                   PIC 9(09).
           05 PAG-VALOR                    PIC 9(09)V9(02).
           05 PAG-DATA                     PIC 9(08).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       FD  CARTENC
           LABEL       RECORD IS OMITTED.

       01  REG-CAR                         PIC X(80).
      *----------------------------------------------------------------*
       FD  ENCREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 110 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-REGISTRO                 PIC X(80).
           05 REJ-MOTIVO                   PIC X(30).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-SOL                       PIC X(02)     VALUE '00'.
       77  WS-FS-VSAM                      PIC X(02)     VALUE '00'.
       77  WS-FS-CLIM                      PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-FAT                       PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-JUD                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTS                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACD                       PIC X(02)     VALUE '00'.
       77  WS-FS-PNT                       PIC X(02)     VALUE '00'.
       77  WS-FS-AUD                       PIC X(02)     VALUE '00'.
       77  WS-FS-PEN                       PIC X(02)     VALUE '00'.
       77  WS-FS-RES                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAG                       PIC X(02)     VALUE '00'.
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SOL                    PIC 9(07)     VALUE ZEROS.
       77  WS-REJEITADOS                   PIC 9(07)     VALUE ZEROS.
       77  WS-ENCERRADAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-MANTIDAS                     PIC 9(07)     VALUE ZEROS.
       77  WS-PENDENCIAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-CARTAS                       PIC 9(07)     VALUE ZEROS.
       77  WS-PONTOS-PERDIDOS              PIC 9(11)     VALUE ZEROS.
       77  WS-PONTOS-PAGOS                 PIC 9(11)     VALUE ZEROS.
       77  WS-VALOR-PAGO                   PIC 9(11)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-ANO              PIC 9(04).
           05 WS-DATA-AUX-MES              PIC 9(02).
           05 WS-DATA-AUX-DIA              PIC 9(02).
       01  WS-DATA-EDITADA.
           05 WS-DATA-ED-DIA               PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DATA-ED-MES               PIC 9(02).
           05 FILLER                       PIC X(01)     VALUE '/'.
           05 WS-DATA-ED-ANO               PIC 9(04).
      *----------------------------------------------------------------*
      *        PEDIDOS DO LOTE (ENCSOL) ACEITOS NA CRITICA             *
      *        SIT: 'V' VALIDO, 'P' MANTIDO COM PENDENCIA,             *
      *             'E' ENCERRADO                                      *
      *        ULTIMA: 'S' ULTIMA CONTA ATIVA DO CLIENTE               *
      *----------------------------------------------------------------*
       77  WS-QTDE-ENC                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ENC                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-OUT                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-ENC-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CONTA-PROCURA                PIC 9(10)     VALUE ZEROS.
       01  WS-TAB-ENC.
           05 WS-ENC-ITEM                  OCCURS 500 TIMES.
              10 WS-ENC-CONTA              PIC 9(10).
              10 WS-ENC-CPF                PIC 9(11).
              10 WS-ENC-SOCIO              PIC 9(06).
              10 WS-ENC-DATA-PEDIDO        PIC 9(08).
              10 WS-ENC-NOME               PIC X(30).
              10 WS-ENC-ULTIMA             PIC X(01).
              10 WS-ENC-QTDE-PEND          PIC 9(03).
              10 WS-ENC-PONTOS             PIC 9(09).
              10 WS-ENC-SIT                PIC X(01).
      *----------------------------------------------------------------*
      *        CONFERENCIA DOS MASTERS CONTRA OS PEDIDOS               *
      *        TIPO DA CHAVE: 'C' CPF, 'T' CONTA, 'S' SOCIO            *
      *----------------------------------------------------------------*
       77  WS-CHAVE-TIPO                   PIC X(01)     VALUE SPACES.
       77  WS-CHAVE-VALOR                  PIC 9(11)     VALUE ZEROS.
       77  WS-CASOU                        PIC X(01)     VALUE 'N'.
      *----------------------------------------------------------------*
      *        OUTRAS CONTAS DO CLIENTE (CADCLIM)                      *
      *----------------------------------------------------------------*
       77  WS-CPF-CONSULTA                 PIC 9(11)     VALUE ZEROS.
       77  WS-SEQ-CLIM                     PIC 9(02)     VALUE ZEROS.
       77  WS-IND-CTA                      PIC 9(01)     VALUE ZEROS.
       77  WS-ACHOU-CLIM                   PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-CLIM-SIM                          VALUE 'S'.
       77  WS-CONTA-ATIVA                  PIC X(01)     VALUE 'N'.
           88 WS-CONTA-ATIVA-SIM                         VALUE 'S'.
      *----------------------------------------------------------------*
      *        DESTINO DOS PONTOS NO ENCERRAMENTO                      *
      *----------------------------------------------------------------*
       77  WS-DESTINO-PONTOS               PIC X(01)     VALUE 'P'.
           88 WS-PONTOS-PERDIDOS-SIM                     VALUE 'P'.
           88 WS-PONTOS-PAGOS-SIM                        VALUE 'R'.
       77  WS-VALOR-PONTO                  PIC 9(03)V9(04)
                                                         VALUE 0,0100.
       77  WS-MANTEM-PONTOS                PIC X(01)     VALUE 'N'.
       77  WS-PONTOS-BAIXA                 PIC 9(09)     VALUE ZEROS.
       77  WS-VALOR-BAIXA                  PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 PARAMETROS COM VIGENCIA (PARGET31)             *
      *----------------------------------------------------------------*
       77  WS-PARGET                       PIC X(08)   VALUE 'PARGET31'.
       01  WS-PGT-PARM.
           05 WS-PGT-DOMINIO               PIC X(08).
           05 WS-PGT-CHAVE                 PIC X(08).
           05 WS-PGT-DATA-BASE             PIC 9(08).
           05 WS-PGT-VALOR                 PIC X(40).
           05 WS-PGT-RETORNO               PIC X(01).
       01  WS-PGT-VLRPONTO                 PIC 9(03)V9(04) VALUE ZEROS.
       01  WS-PGT-VLRPONTO-X REDEFINES WS-PGT-VLRPONTO
                                           PIC X(07).
      *----------------------------------------------------------------*
      *                 MASCARA DE CPF (CPFMSK31)                      *
      *----------------------------------------------------------------*
       77  WS-CPFMSK                       PIC X(08)   VALUE 'CPFMSK31'.
       01  WS-MSK-PARM.
           05  WS-MSK-CPF                  PIC 9(11).
           05  WS-MSK-MODO                 PIC X(01).
           05  WS-MSK-FORMATADO            PIC X(14).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB827S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB827S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DA CARTA CARTENC                        *
      *----------------------------------------------------------------*
       01  CAR-SEPARA.
           05 FILLER                       PIC X(80)  VALUE ALL '='.
      *----------------------------------------------------------------*
       01  CAR-TITULO.
           05 FILLER                       PIC X(80)  VALUE
              'CONFIRMACAO DE ENCERRAMENTO DE CONTA'.
      *----------------------------------------------------------------*
       01  CAR-DESTINO.
           05 FILLER                       PIC X(06)  VALUE 'PARA: '.
           05 CARD-NOME                    PIC X(30)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE '  CPF: '.
           05 CARD-CPF                     PIC X(14)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE
                                           '  CONTA: '.
           05 CARD-CONTA                   PIC 9(10)  VALUE ZEROS.
           05 FILLER                       PIC X(04)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-ENDER-1.
           05 FILLER                       PIC X(10)  VALUE
                                           'ENDERECO: '.
           05 CARE-LOGRADOURO              PIC X(40)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE ', '.
           05 CARE-NUMERO                  PIC X(06)  VALUE SPACES.
           05 FILLER                       PIC X(22)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-ENDER-2.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 CARE-CIDADE                  PIC X(20)  VALUE SPACES.
           05 FILLER                       PIC X(03)  VALUE ' - '.
           05 CARE-UF                      PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(07)  VALUE '  CEP: '.
           05 CARE-CEP                     PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(30)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-ENCERRADA.
           05 FILLER                       PIC X(31)  VALUE
                                      'SUA CONTA FOI ENCERRADA EM '.
           05 CARX-DATA-ENCERRA            PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(25)  VALUE
                                      ', ATENDENDO AO PEDIDO DE '.
           05 CARX-DATA-PEDIDO             PIC X(10)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE '.'.
      *----------------------------------------------------------------*
       01  CAR-SEM-PENDENCIA.
           05 FILLER                       PIC X(40)  VALUE
              'NAO HA PENDENCIAS FINANCEIRAS EM ABERTO '.
           05 FILLER                       PIC X(40)  VALUE
              'VINCULADAS A ESTA CONTA.'.
      *----------------------------------------------------------------*
       01  CAR-PONTOS.
           05 FILLER                       PIC X(26)  VALUE
                                           'SALDO DE PONTOS NA DATA: '.
           05 CARP-PONTOS                  PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(43)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAR-PONTOS-PERDIDOS.
           05 FILLER                       PIC X(40)  VALUE
              'OS PONTOS FORAM CANCELADOS NO ENCERRAMEN'.
           05 FILLER                       PIC X(40)  VALUE
              'TO, CONFORME O REGULAMENTO DO PROGRAMA.'.
      *----------------------------------------------------------------*
       01  CAR-PONTOS-PAGOS.
           05 FILLER                       PIC X(40)  VALUE
                           'OS PONTOS FORAM CONVERTIDOS NO VALOR DE '.
           05 CARV-VALOR                   PIC ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(26)  VALUE
                                           ', PAGO A SEU FAVOR.'.
      *----------------------------------------------------------------*
       01  CAR-PONTOS-MANTIDOS.
           05 FILLER                       PIC X(40)  VALUE
              'SEU SALDO DE PONTOS CONTINUA VALIDO NAS '.
           05 FILLER                       PIC X(40)  VALUE
              'DEMAIS CONTAS DO SEU CADASTRO.'.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 1300-RELACIONAMENTO
               THRU 1300-99-RELACIONAMENTO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
           PERFORM 2000-LEVANTA-PENDENCIAS
               THRU 2000-99-LEVANTA-PENDENCIAS-EXIT.
           PERFORM 3000-ENCERRA-CONTA
               THRU 3000-99-ENCERRA-CONTA-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           PERFORM 1050-PARAMETROS THRU 1050-99-PARAMETROS-EXIT.

           OPEN  I-O                       CONTAS.
           IF    WS-FS-VSAM                NOT EQUAL  '00'
                 MOVE WS-FS-VSAM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADCLIM.
           IF    WS-FS-CLIM                NOT EQUAL  '00'
                 MOVE WS-FS-CLIM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  EXTEND                    ARQAUD.
           IF    WS-FS-AUD                 NOT EQUAL  '00'
                 OPEN OUTPUT               ARQAUD
           END-IF.
           IF    WS-FS-AUD                 NOT EQUAL  '00'
                 MOVE WS-FS-AUD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA TRILHA ARQAUD'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT  ENCPEN  ENCPNT  ENCPAG  CARTENC  ENCREJ.
           IF    WS-FS-PEN                 NOT EQUAL  '00'
           OR    WS-FS-RES                 NOT EQUAL  '00'
           OR    WS-FS-PAG                 NOT EQUAL  '00'
           OR    WS-FS-CAR                 NOT EQUAL  '00'
           OR    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-PEN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS ARQUIVOS DE SAIDA'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-CARREGA-PEDIDOS
               THRU 1100-99-CARREGA-PEDIDOS-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1050-PARAMETROS                     SECTION.
      *================================================================*
      * DOMINIO ENCERRA DO PARMMST, COM VIGENCIA NA DATA DE HOJE:      *
      *   PONTOS   - 'P' PONTOS PERDIDOS / 'R' PONTOS PAGOS (PADRAO P) *
      *   VLRPONTO - VALOR DO PONTO 9(03)V9(04) (PADRAO 0,0100)        *
      *----------------------------------------------------------------*
           MOVE '1050-PARAMETROS'          TO         WS-CODIGO-AREA.

           MOVE 'PONTOS  '                 TO         WS-PGT-CHAVE.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               IF  WS-PGT-VALOR (1:1)      NOT EQUAL  'P'
               AND WS-PGT-VALOR (1:1)      NOT EQUAL  'R'
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO ENCERRA/PONTOS DIFERENTE DE P OU R'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-PGT-VALOR (1:1)     TO         WS-DESTINO-PONTOS
           END-IF.

           MOVE 'VLRPONTO'                 TO         WS-PGT-CHAVE.
           PERFORM 1060-LE-PARAMETRO THRU 1060-99-LE-PARAMETRO-EXIT.
           IF  WS-PGT-RETORNO              EQUAL      'S'
               MOVE WS-PGT-VALOR (1:7)     TO         WS-PGT-VLRPONTO-X
               IF  WS-PGT-VLRPONTO-X       NOT NUMERIC
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'PARAMETRO ENCERRA/VLRPONTO INVALIDO'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE WS-PGT-VLRPONTO        TO         WS-VALOR-PONTO
           END-IF.
      *----------------------------------------------------------------*
       1050-99-PARAMETROS-EXIT.            EXIT.
      *================================================================*
       1060-LE-PARAMETRO                   SECTION.
      *================================================================*
           MOVE 'ENCERRA '                 TO         WS-PGT-DOMINIO.
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
       1060-99-LE-PARAMETRO-EXIT.          EXIT.
      *================================================================*
       1100-CARREGA-PEDIDOS                SECTION.
      *================================================================*
           MOVE '1100-CARREGA-PEDIDOS'     TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ENCSOL.
           IF    WS-FS-SOL                 NOT EQUAL  '00'
                 MOVE WS-FS-SOL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS PEDIDOS ENCSOL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-PEDIDO THRU 1150-99-LE-PEDIDO-EXIT
                   UNTIL WS-FS-SOL         EQUAL      '10'.

           CLOSE ENCSOL.
           MOVE '00'                       TO         WS-FS-SOL.
      *----------------------------------------------------------------*
       1100-99-CARREGA-PEDIDOS-EXIT.       EXIT.
      *================================================================*
       1150-LE-PEDIDO                      SECTION.
      *================================================================*
           READ  ENCSOL.
           IF  WS-FS-SOL   NOT EQUAL '00'
           AND WS-FS-SOL   NOT EQUAL '10'
               MOVE WS-FS-SOL              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER PEDIDOS ENCSOL'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SOL                   NOT EQUAL  '00'
               GO TO 1150-99-LE-PEDIDO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SOL.
           PERFORM 1200-CRITICA-PEDIDO
               THRU 1200-99-CRITICA-PEDIDO-EXIT.
      *----------------------------------------------------------------*
       1150-99-LE-PEDIDO-EXIT.             EXIT.
      *================================================================*
       1200-CRITICA-PEDIDO                 SECTION.
      *================================================================*
           MOVE '1200-CRITICA-PEDIDO'      TO         WS-CODIGO-AREA.

           IF  SOL-CONTA                   NOT NUMERIC
           OR  SOL-CPF                     NOT NUMERIC
           OR  SOL-CONTA                   EQUAL      ZEROS
               MOVE 'CONTA OU CPF INVALIDO'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1200-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  SOL-SOCIO                   NOT NUMERIC
               MOVE ZEROS                  TO         SOL-SOCIO
           END-IF.
           IF  SOL-DATA-PEDIDO             NOT NUMERIC
           OR  SOL-DATA-PEDIDO             EQUAL      ZEROS
               MOVE WS-DATA-HOJE           TO         SOL-DATA-PEDIDO
           END-IF.

           MOVE SOL-CONTA                  TO         WS-CONTA-PROCURA.
           MOVE ZEROS                      TO         WS-IND-ENC-ACH.
           PERFORM 7100-LOCALIZA-PEDIDO
               THRU 7100-99-LOCALIZA-PEDIDO-EXIT
                   VARYING WS-IND-OUT FROM 1 BY 1
                   UNTIL WS-IND-OUT GREATER WS-QTDE-ENC
                      OR WS-IND-ENC-ACH NOT EQUAL ZEROS.
           IF  WS-IND-ENC-ACH              NOT EQUAL  ZEROS
               MOVE 'PEDIDO DUPLICADO NO LOTE'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1200-99-CRITICA-PEDIDO-EXIT
           END-IF.

           MOVE SOL-CONTA                  TO         CONTA-VSAM.
           READ CONTAS.
           IF  WS-FS-VSAM                  EQUAL      '23'
               MOVE 'CONTA INEXISTENTE NO CONTAS'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1200-99-CRITICA-PEDIDO-EXIT
           END-IF.
           IF  WS-FS-VSAM                  NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  CPF-VSAM                    NOT EQUAL  SOL-CPF
               MOVE 'CPF NAO CONFERE COM A CONTA'
                                           TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1200-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  STATUS-VSAM                 EQUAL      'E'
               MOVE 'CONTA JA ENCERRADA'   TO         REJ-MOTIVO
               PERFORM 7800-GRAVA-REJEITO
                   THRU 7800-99-GRAVA-REJEITO-EXIT
               GO TO 1200-99-CRITICA-PEDIDO-EXIT
           END-IF.

           IF  WS-QTDE-ENC                 EQUAL      500
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'LOTE ENCSOL COM MAIS DE 500 PEDIDOS VALIDOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-ENC.
           MOVE SOL-CONTA         TO  WS-ENC-CONTA       (WS-QTDE-ENC).
           MOVE SOL-CPF           TO  WS-ENC-CPF         (WS-QTDE-ENC).
           MOVE SOL-SOCIO         TO  WS-ENC-SOCIO       (WS-QTDE-ENC).
           MOVE SOL-DATA-PEDIDO   TO  WS-ENC-DATA-PEDIDO (WS-QTDE-ENC).
           MOVE NOME-CLIENTE-VSAM TO  WS-ENC-NOME        (WS-QTDE-ENC).
           MOVE 'S'               TO  WS-ENC-ULTIMA      (WS-QTDE-ENC).
           MOVE ZEROS             TO  WS-ENC-QTDE-PEND   (WS-QTDE-ENC).
           MOVE ZEROS             TO  WS-ENC-PONTOS      (WS-QTDE-ENC).
           MOVE 'V'               TO  WS-ENC-SIT         (WS-QTDE-ENC).

      * STATUS 'J' NO CONTAS JA EH PENDENCIA, MESMO SEM O PROCESSO NO
      * JUDMST (QUE, SE EXISTIR, SAI COMO PENDENCIA PROPRIA).
           IF  STATUS-VSAM                 EQUAL      'J'
               MOVE WS-QTDE-ENC            TO         WS-IND-ENC
               MOVE 'J'                    TO         PEN-TIPO
               MOVE 'CONTA COM STATUS J NO CONTAS'
                                           TO         PEN-DESCRICAO
               MOVE 'BLOQUEIO JUDICIAL'    TO         PEN-REFERENCIA
               MOVE ZEROS                  TO         PEN-VALOR
               MOVE ZEROS                  TO         PEN-DATA
               PERFORM 2950-GRAVA-PENDENCIA
                   THRU 2950-99-GRAVA-PENDENCIA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       1200-99-CRITICA-PEDIDO-EXIT.        EXIT.
      *================================================================*
       1300-RELACIONAMENTO                 SECTION.
      *================================================================*
      * A CONTA DEIXA DE SER A ULTIMA DO CLIENTE SE O CADCLIM APONTA   *
      * OUTRA CONTA ATIVA NO CONTAS QUE NAO ESTA SENDO ENCERRADA NO    *
      * MESMO LOTE.                                                    *
      *----------------------------------------------------------------*
           MOVE '1300-RELACIONAMENTO'      TO         WS-CODIGO-AREA.

           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         WS-CPF-CONSULTA.
           MOVE ZEROS                      TO         WS-SEQ-CLIM.
           PERFORM 1310-LE-CLIENTE THRU 1310-99-LE-CLIENTE-EXIT.
           MOVE 'N'                        TO         WS-CONTA-ATIVA.

           PERFORM 1320-VARRE-CLIENTE
               THRU 1320-99-VARRE-CLIENTE-EXIT
                   UNTIL NOT WS-ACHOU-CLIM-SIM
                      OR WS-CONTA-ATIVA-SIM.

           IF  WS-CONTA-ATIVA-SIM
               MOVE 'N'               TO  WS-ENC-ULTIMA (WS-IND-ENC)
           END-IF.
      *----------------------------------------------------------------*
       1300-99-RELACIONAMENTO-EXIT.        EXIT.
      *================================================================*
       1310-LE-CLIENTE                     SECTION.
      *================================================================*
           MOVE WS-CPF-CONSULTA            TO         CLIM-CPF.
           MOVE WS-SEQ-CLIM                TO         CLIM-SEQ.
           READ  CADCLIM.

           IF  WS-FS-CLIM                  EQUAL      '00'
               MOVE 'S'                    TO         WS-ACHOU-CLIM
           ELSE
               IF  WS-FS-CLIM              EQUAL      '23'
                   MOVE 'N'                TO         WS-ACHOU-CLIM
               ELSE
                   MOVE WS-FS-CLIM         TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADCLIM'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1310-99-LE-CLIENTE-EXIT.            EXIT.
      *================================================================*
       1320-VARRE-CLIENTE                  SECTION.
      *================================================================*
           PERFORM 1330-VERIFICA-CONTA
               THRU 1330-99-VERIFICA-CONTA-EXIT
                   VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA GREATER 5
                      OR WS-CONTA-ATIVA-SIM.

           IF  NOT WS-CONTA-ATIVA-SIM
               IF  WS-SEQ-CLIM             EQUAL      99
                   MOVE 'N'                TO         WS-ACHOU-CLIM
               ELSE
                   ADD  1                  TO         WS-SEQ-CLIM
                   PERFORM 1310-LE-CLIENTE
                       THRU 1310-99-LE-CLIENTE-EXIT
               END-IF
           END-IF.
      *----------------------------------------------------------------*
       1320-99-VARRE-CLIENTE-EXIT.         EXIT.
      *================================================================*
       1330-VERIFICA-CONTA                 SECTION.
      *================================================================*
           IF  CLIM-CONTA (WS-IND-CTA)     EQUAL      ZEROS
               GO TO 1330-99-VERIFICA-CONTA-EXIT
           END-IF.

      * CONTA DO PROPRIO LOTE NAO CONTA COMO RELACIONAMENTO QUE FICA.
           MOVE CLIM-CONTA (WS-IND-CTA)    TO         WS-CONTA-PROCURA.
           MOVE ZEROS                      TO         WS-IND-ENC-ACH.
           PERFORM 7100-LOCALIZA-PEDIDO
               THRU 7100-99-LOCALIZA-PEDIDO-EXIT
                   VARYING WS-IND-OUT FROM 1 BY 1
                   UNTIL WS-IND-OUT GREATER WS-QTDE-ENC
                      OR WS-IND-ENC-ACH NOT EQUAL ZEROS.
           IF  WS-IND-ENC-ACH              NOT EQUAL  ZEROS
               GO TO 1330-99-VERIFICA-CONTA-EXIT
           END-IF.

           MOVE CLIM-CONTA (WS-IND-CTA)    TO         CONTA-VSAM.
           READ  CONTAS.

           IF  WS-FS-VSAM                  EQUAL      '23'
               GO TO 1330-99-VERIFICA-CONTA-EXIT
           END-IF.

           IF  WS-FS-VSAM                  NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  STATUS-VSAM                 EQUAL      'A'
               MOVE 'S'                    TO         WS-CONTA-ATIVA
           END-IF.
      *----------------------------------------------------------------*
       1330-99-VERIFICA-CONTA-EXIT.        EXIT.
      *================================================================*
       2000-LEVANTA-PENDENCIAS             SECTION.
      *================================================================*
      * CADA MASTER EH LIDO UMA UNICA VEZ E CONFERIDO CONTRA TODOS OS  *
      * PEDIDOS DO LOTE.                                               *
      *----------------------------------------------------------------*
           MOVE '2000-LEVANTA-PENDENCIAS'  TO         WS-CODIGO-AREA.

           IF  WS-QTDE-ENC                 EQUAL      ZEROS
               GO TO 2000-99-LEVANTA-PENDENCIAS-EXIT
           END-IF.

           PERFORM 2100-VARRE-FATMST  THRU 2100-99-VARRE-FATMST-EXIT.
           PERFORM 2200-VARRE-LOANMST THRU 2200-99-VARRE-LOANMST-EXIT.
           PERFORM 2300-VARRE-JUDMST  THRU 2300-99-VARRE-JUDMST-EXIT.
           PERFORM 2400-VARRE-CTSMST  THRU 2400-99-VARRE-CTSMST-EXIT.
           PERFORM 2500-VARRE-ACDMST  THRU 2500-99-VARRE-ACDMST-EXIT.
           PERFORM 2600-VARRE-PNTMST  THRU 2600-99-VARRE-PNTMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-LEVANTA-PENDENCIAS-EXIT.    EXIT.
      *================================================================*
       2100-VARRE-FATMST                   SECTION.
      *================================================================*
           MOVE '2100-VARRE-FATMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     FATMST.
           IF    WS-FS-FAT                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-FAT
                 GO TO 2100-99-VARRE-FATMST-EXIT
           END-IF.
           IF    WS-FS-FAT                 NOT EQUAL  '00'
                 MOVE WS-FS-FAT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER FATMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2150-LE-FATMST THRU 2150-99-LE-FATMST-EXIT
                   UNTIL WS-FS-FAT         EQUAL      '10'.

           CLOSE FATMST.
           MOVE '00'                       TO         WS-FS-FAT.
      *----------------------------------------------------------------*
       2100-99-VARRE-FATMST-EXIT.          EXIT.
      *================================================================*
       2150-LE-FATMST                      SECTION.
      *================================================================*
      * FATURA ABERTA OU COM SO O MINIMO PAGO E AINDA COM SALDO.       *
      *----------------------------------------------------------------*
           READ  FATMST.
           IF  WS-FS-FAT   NOT EQUAL '00'
           AND WS-FS-FAT   NOT EQUAL '10'
               MOVE WS-FS-FAT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER FATMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-FAT                   NOT EQUAL  '00'
               GO TO 2150-99-LE-FATMST-EXIT
           END-IF.

           IF  NOT FAT-SIT-ABERTA
           AND NOT FAT-SIT-MINIMO
               GO TO 2150-99-LE-FATMST-EXIT
           END-IF.
           IF  FAT-TOTAL                   NOT GREATER FAT-VALOR-PAGO
               GO TO 2150-99-LE-FATMST-EXIT
           END-IF.

           MOVE 'F'                        TO         PEN-TIPO.
           MOVE 'FATURA COM SALDO EM ABERTO'
                                           TO         PEN-DESCRICAO.
           MOVE SPACES                     TO         PEN-REFERENCIA.
           MOVE FAT-CICLO                  TO         PEN-REFERENCIA.
           COMPUTE PEN-VALOR = FAT-TOTAL - FAT-VALOR-PAGO.
           MOVE FAT-DATA-VENCTO            TO         PEN-DATA.
           MOVE 'C'                        TO         WS-CHAVE-TIPO.
           MOVE FAT-CPF                    TO         WS-CHAVE-VALOR.
           PERFORM 2900-CONFERE-PEDIDO
               THRU 2900-99-CONFERE-PEDIDO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2150-99-LE-FATMST-EXIT.             EXIT.
      *================================================================*
       2200-VARRE-LOANMST                  SECTION.
      *================================================================*
           MOVE '2200-VARRE-LOANMST'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-LOA
                 GO TO 2200-99-VARRE-LOANMST-EXIT
           END-IF.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2250-LE-LOANMST THRU 2250-99-LE-LOANMST-EXIT
                   UNTIL WS-FS-LOA         EQUAL      '10'.

           CLOSE LOANMST.
           MOVE '00'                       TO         WS-FS-LOA.
      *----------------------------------------------------------------*
       2200-99-VARRE-LOANMST-EXIT.         EXIT.
      *================================================================*
       2250-LE-LOANMST                     SECTION.
      *================================================================*
      * CONTRATO ATIVO; O VALOR INFORMADO EH O SALDO NOMINAL DAS       *
      * PARCELAS AINDA NAO PAGAS.                                      *
      *----------------------------------------------------------------*
           READ  LOANMST.
           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOA                   NOT EQUAL  '00'
               GO TO 2250-99-LE-LOANMST-EXIT
           END-IF.

           IF  NOT LOA-SIT-ATIVO
               GO TO 2250-99-LE-LOANMST-EXIT
           END-IF.

           MOVE 'L'                        TO         PEN-TIPO.
           MOVE 'EMPRESTIMO ATIVO'         TO         PEN-DESCRICAO.
           MOVE SPACES                     TO         PEN-REFERENCIA.
           MOVE LOA-CONTRATO               TO         PEN-REFERENCIA.
           MOVE ZEROS                      TO         PEN-VALOR.
           IF  LOA-QTDE-PARCELAS           GREATER    LOA-PARCELAS-PAGAS
               COMPUTE PEN-VALOR = LOA-VALOR-PARCELA
                       * (LOA-QTDE-PARCELAS - LOA-PARCELAS-PAGAS)
           END-IF.
           MOVE LOA-DATA-CONTRATO          TO         PEN-DATA.
           MOVE 'C'                        TO         WS-CHAVE-TIPO.
           MOVE LOA-CPF                    TO         WS-CHAVE-VALOR.
           PERFORM 2900-CONFERE-PEDIDO
               THRU 2900-99-CONFERE-PEDIDO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2250-99-LE-LOANMST-EXIT.            EXIT.
      *================================================================*
       2300-VARRE-JUDMST                   SECTION.
      *================================================================*
           MOVE '2300-VARRE-JUDMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     JUDMST.
           IF    WS-FS-JUD                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-JUD
                 GO TO 2300-99-VARRE-JUDMST-EXIT
           END-IF.
           IF    WS-FS-JUD                 NOT EQUAL  '00'
                 MOVE WS-FS-JUD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER JUDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2350-LE-JUDMST THRU 2350-99-LE-JUDMST-EXIT
                   UNTIL WS-FS-JUD         EQUAL      '10'.

           CLOSE JUDMST.
           MOVE '00'                       TO         WS-FS-JUD.
      *----------------------------------------------------------------*
       2300-99-VARRE-JUDMST-EXIT.          EXIT.
      *================================================================*
       2350-LE-JUDMST                      SECTION.
      *================================================================*
           READ  JUDMST.
           IF  WS-FS-JUD   NOT EQUAL '00'
           AND WS-FS-JUD   NOT EQUAL '10'
               MOVE WS-FS-JUD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER JUDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-JUD                   NOT EQUAL  '00'
               GO TO 2350-99-LE-JUDMST-EXIT
           END-IF.

           IF  NOT JUD-BLOQUEIO-VIGENTE
               GO TO 2350-99-LE-JUDMST-EXIT
           END-IF.

           MOVE 'J'                        TO         PEN-TIPO.
           MOVE 'BLOQUEIO JUDICIAL VIGENTE'
                                           TO         PEN-DESCRICAO.
           MOVE JUD-PROCESSO               TO         PEN-REFERENCIA.
           MOVE ZEROS                      TO         PEN-VALOR.
           MOVE JUD-DATA-BLOQUEIO          TO         PEN-DATA.
           MOVE 'T'                        TO         WS-CHAVE-TIPO.
           MOVE JUD-CONTA                  TO         WS-CHAVE-VALOR.
           PERFORM 2900-CONFERE-PEDIDO
               THRU 2900-99-CONFERE-PEDIDO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2350-99-LE-JUDMST-EXIT.             EXIT.
      *================================================================*
       2400-VARRE-CTSMST                   SECTION.
      *================================================================*
           MOVE '2400-VARRE-CTSMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     CTSMST.
           IF    WS-FS-CTS                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-CTS
                 GO TO 2400-99-VARRE-CTSMST-EXIT
           END-IF.
           IF    WS-FS-CTS                 NOT EQUAL  '00'
                 MOVE WS-FS-CTS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER CTSMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2450-LE-CTSMST THRU 2450-99-LE-CTSMST-EXIT
                   UNTIL WS-FS-CTS         EQUAL      '10'.

           CLOSE CTSMST.
           MOVE '00'                       TO         WS-FS-CTS.
      *----------------------------------------------------------------*
       2400-99-VARRE-CTSMST-EXIT.          EXIT.
      *================================================================*
       2450-LE-CTSMST                      SECTION.
      *================================================================*
           READ  CTSMST.
           IF  WS-FS-CTS   NOT EQUAL '00'
           AND WS-FS-CTS   NOT EQUAL '10'
               MOVE WS-FS-CTS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER CTSMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CTS                   NOT EQUAL  '00'
               GO TO 2450-99-LE-CTSMST-EXIT
           END-IF.

           IF  NOT CTS-SIT-ABERTA
               GO TO 2450-99-LE-CTSMST-EXIT
           END-IF.

           MOVE 'C'                        TO         PEN-TIPO.
           MOVE 'CONTESTACAO EM ABERTO'    TO         PEN-DESCRICAO.
           MOVE SPACES                     TO         PEN-REFERENCIA.
           MOVE CTS-MOTIVO                 TO         PEN-REFERENCIA.
           MOVE CTS-VALOR-MOV              TO         PEN-VALOR.
           MOVE CTS-DATA-MOV               TO         PEN-DATA.
           MOVE 'C'                        TO         WS-CHAVE-TIPO.
           MOVE CTS-CPF                    TO         WS-CHAVE-VALOR.
           PERFORM 2900-CONFERE-PEDIDO
               THRU 2900-99-CONFERE-PEDIDO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2450-99-LE-CTSMST-EXIT.             EXIT.
      *================================================================*
       2500-VARRE-ACDMST                   SECTION.
      *================================================================*
      * O MASTER DE ACORDOS (VRB739S) EH POR NUMERO DE SOCIO; SO ENTRA *
      * QUANDO O PEDIDO INFORMA O SOCIO.                               *
      *----------------------------------------------------------------*
           MOVE '2500-VARRE-ACDMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     ACDMST.
           IF    WS-FS-ACD                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-ACD
                 GO TO 2500-99-VARRE-ACDMST-EXIT
           END-IF.
           IF    WS-FS-ACD                 NOT EQUAL  '00'
                 MOVE WS-FS-ACD            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER ACDMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2550-LE-ACDMST THRU 2550-99-LE-ACDMST-EXIT
                   UNTIL WS-FS-ACD         EQUAL      '10'.

           CLOSE ACDMST.
           MOVE '00'                       TO         WS-FS-ACD.
      *----------------------------------------------------------------*
       2500-99-VARRE-ACDMST-EXIT.          EXIT.
      *================================================================*
       2550-LE-ACDMST                      SECTION.
      *================================================================*
           READ  ACDMST.
           IF  WS-FS-ACD   NOT EQUAL '00'
           AND WS-FS-ACD   NOT EQUAL '10'
               MOVE WS-FS-ACD              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER ACDMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-ACD                   NOT EQUAL  '00'
               GO TO 2550-99-LE-ACDMST-EXIT
           END-IF.

           IF  NOT ACD-VIGENTE
               GO TO 2550-99-LE-ACDMST-EXIT
           END-IF.

           MOVE 'A'                        TO         PEN-TIPO.
           MOVE 'ACORDO DE SOCIO VIGENTE'  TO         PEN-DESCRICAO.
           MOVE SPACES                     TO         PEN-REFERENCIA.
           MOVE ACD-SOCIO                  TO         PEN-REFERENCIA.
           MOVE ACD-TOTAL                  TO         PEN-VALOR.
           MOVE ZEROS                      TO         PEN-DATA.
           MOVE 'S'                        TO         WS-CHAVE-TIPO.
           MOVE ACD-SOCIO                  TO         WS-CHAVE-VALOR.
           PERFORM 2900-CONFERE-PEDIDO
               THRU 2900-99-CONFERE-PEDIDO-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2550-99-LE-ACDMST-EXIT.             EXIT.
      *================================================================*
       2600-VARRE-PNTMST                   SECTION.
      *================================================================*
           MOVE '2600-VARRE-PNTMST'        TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PNTMST.
           IF    WS-FS-PNT                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-PNT
                 GO TO 2600-99-VARRE-PNTMST-EXIT
           END-IF.
           IF    WS-FS-PNT                 NOT EQUAL  '00'
                 MOVE WS-FS-PNT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PNTMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2650-LE-PNTMST THRU 2650-99-LE-PNTMST-EXIT
                   UNTIL WS-FS-PNT         EQUAL      '10'.

           CLOSE PNTMST.
           MOVE '00'                       TO         WS-FS-PNT.
      *----------------------------------------------------------------*
       2600-99-VARRE-PNTMST-EXIT.          EXIT.
      *================================================================*
       2650-LE-PNTMST                      SECTION.
      *================================================================*
           READ  PNTMST.
           IF  WS-FS-PNT   NOT EQUAL '00'
           AND WS-FS-PNT   NOT EQUAL '10'
               MOVE WS-FS-PNT              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PNTMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-PNT                   NOT EQUAL  '00'
               GO TO 2650-99-LE-PNTMST-EXIT
           END-IF.

           IF  PNT-SALDO-PONTOS            EQUAL      ZEROS
               GO TO 2650-99-LE-PNTMST-EXIT
           END-IF.

           PERFORM 2910-GUARDA-PONTOS
               THRU 2910-99-GUARDA-PONTOS-EXIT
                   VARYING WS-IND-ENC FROM 1 BY 1
                   UNTIL WS-IND-ENC GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       2650-99-LE-PNTMST-EXIT.             EXIT.
      *================================================================*
       2900-CONFERE-PEDIDO                 SECTION.
      *================================================================*
      * A PENDENCIA JA MONTADA EM REG-PEN VALE PARA O PEDIDO QUANDO A  *
      * CHAVE CASA. PENDENCIA DE CPF OU DE SOCIO SO IMPEDE A ULTIMA    *
      * CONTA ATIVA DO CLIENTE; BLOQUEIO JUDICIAL VALE PARA A CONTA.   *
      *----------------------------------------------------------------*
           MOVE 'N'                        TO         WS-CASOU.

           EVALUATE WS-CHAVE-TIPO
               WHEN 'T'
                   IF  WS-ENC-CONTA (WS-IND-ENC) EQUAL WS-CHAVE-VALOR
                       MOVE 'S'            TO         WS-CASOU
                   END-IF
               WHEN 'C'
                   IF  WS-ENC-CPF (WS-IND-ENC)   EQUAL WS-CHAVE-VALOR
                   AND WS-ENC-ULTIMA (WS-IND-ENC) EQUAL 'S'
                       MOVE 'S'            TO         WS-CASOU
                   END-IF
               WHEN 'S'
                   IF  WS-ENC-SOCIO (WS-IND-ENC) EQUAL WS-CHAVE-VALOR
                   AND WS-ENC-SOCIO (WS-IND-ENC) NOT EQUAL ZEROS
                   AND WS-ENC-ULTIMA (WS-IND-ENC) EQUAL 'S'
                       MOVE 'S'            TO         WS-CASOU
                   END-IF
           END-EVALUATE.

           IF  WS-CASOU                    EQUAL      'S'
               PERFORM 2950-GRAVA-PENDENCIA
                   THRU 2950-99-GRAVA-PENDENCIA-EXIT
           END-IF.
      *----------------------------------------------------------------*
       2900-99-CONFERE-PEDIDO-EXIT.        EXIT.
      *================================================================*
       2910-GUARDA-PONTOS                  SECTION.
      *================================================================*
           IF  WS-ENC-CPF (WS-IND-ENC)     EQUAL      PNT-CPF
               MOVE PNT-SALDO-PONTOS  TO  WS-ENC-PONTOS (WS-IND-ENC)
           END-IF.
      *----------------------------------------------------------------*
       2910-99-GUARDA-PONTOS-EXIT.         EXIT.
      *================================================================*
       2950-GRAVA-PENDENCIA                SECTION.
      *================================================================*
           MOVE WS-ENC-CONTA (WS-IND-ENC)  TO         PEN-CONTA.
           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         PEN-CPF.
           WRITE REG-PEN.

           IF  WS-FS-PEN                   NOT EQUAL  '00'
               MOVE WS-FS-PEN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR PENDENCIAS ENCPEN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                   TO  WS-ENC-QTDE-PEND (WS-IND-ENC).
           ADD  1                          TO         WS-PENDENCIAS.
      *----------------------------------------------------------------*
       2950-99-GRAVA-PENDENCIA-EXIT.       EXIT.
      *================================================================*
       3000-ENCERRA-CONTA                  SECTION.
      *================================================================*
      * PEDIDO COM PENDENCIA: CONTA FICA COMO ESTA. SEM PENDENCIA: A   *
      * CONTA VAI PARA 'E' COM TRILHA ARQAUD, BAIXA DOS PONTOS E CARTA.*
      *----------------------------------------------------------------*
           MOVE '3000-ENCERRA-CONTA'       TO         WS-CODIGO-AREA.

           IF  WS-ENC-QTDE-PEND (WS-IND-ENC) GREATER  ZEROS
               MOVE 'P'                    TO  WS-ENC-SIT (WS-IND-ENC)
               ADD  1                      TO         WS-MANTIDAS
               GO TO 3000-99-ENCERRA-CONTA-EXIT
           END-IF.

           MOVE WS-ENC-CONTA (WS-IND-ENC)  TO         CONTA-VSAM.
           READ CONTAS.
           IF  WS-FS-VSAM                  NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE STATUS-VSAM                TO       AUD-STATUS-ANTIGO.
           MOVE 'E'                        TO         STATUS-VSAM.
           REWRITE REG-VSAM.
           IF  WS-FS-VSAM                  NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO AO REGRAVAR ARQUIVO VSAM CONTAS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE 'E'                        TO         AUD-STATUS-NOVO.
           PERFORM 3200-GRAVA-AUDITORIA
               THRU 3200-99-GRAVA-AUDITORIA-EXIT.

           MOVE 'E'                        TO  WS-ENC-SIT (WS-IND-ENC).
           ADD  1                          TO         WS-ENCERRADAS.

           PERFORM 3100-BAIXA-PONTOS THRU 3100-99-BAIXA-PONTOS-EXIT.
           PERFORM 6000-EMITE-CARTA  THRU 6000-99-EMITE-CARTA-EXIT.
      *----------------------------------------------------------------*
       3000-99-ENCERRA-CONTA-EXIT.         EXIT.
      *================================================================*
       3100-BAIXA-PONTOS                   SECTION.
      *================================================================*
      * O SALDO DE PONTOS EH DO CPF: SO SAI QUANDO O CLIENTE NAO FICA  *
      * COM NENHUMA CONTA (ULTIMA ATIVA E NENHUM OUTRO PEDIDO DO MESMO *
      * CPF RETIDO POR PENDENCIA NO LOTE), E UMA VEZ SO POR CPF.       *
      *----------------------------------------------------------------*
           MOVE '3100-BAIXA-PONTOS'        TO         WS-CODIGO-AREA.

           MOVE 'N'                        TO         WS-MANTEM-PONTOS.
           MOVE ZEROS                      TO         WS-PONTOS-BAIXA.
           MOVE ZEROS                      TO         WS-VALOR-BAIXA.

           IF  WS-ENC-ULTIMA (WS-IND-ENC)  NOT EQUAL  'S'
               MOVE 'S'                    TO         WS-MANTEM-PONTOS
               GO TO 3100-99-BAIXA-PONTOS-EXIT
           END-IF.
           IF  WS-ENC-PONTOS (WS-IND-ENC)  EQUAL      ZEROS
               GO TO 3100-99-BAIXA-PONTOS-EXIT
           END-IF.

           PERFORM 3150-PEDIDO-RETIDO THRU 3150-99-PEDIDO-RETIDO-EXIT
                   VARYING WS-IND-OUT FROM 1 BY 1
                   UNTIL WS-IND-OUT GREATER WS-QTDE-ENC
                      OR WS-MANTEM-PONTOS EQUAL 'S'.
           IF  WS-MANTEM-PONTOS            EQUAL      'S'
               GO TO 3100-99-BAIXA-PONTOS-EXIT
           END-IF.

           MOVE WS-ENC-PONTOS (WS-IND-ENC) TO         WS-PONTOS-BAIXA.

           MOVE SPACES                     TO         REG-RES.
           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         RES-CPF.
           MOVE WS-PONTOS-BAIXA            TO         RES-PONTOS.
           WRITE REG-RES.
           IF  WS-FS-RES                   NOT EQUAL  '00'
               MOVE WS-FS-RES              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR DEBITOS ENCPNT'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-PONTOS-PAGOS-SIM
               COMPUTE WS-VALOR-BAIXA ROUNDED =
                       WS-PONTOS-BAIXA * WS-VALOR-PONTO
               MOVE SPACES                 TO         REG-PAG
               MOVE WS-ENC-CPF (WS-IND-ENC)  TO       PAG-CPF
               MOVE WS-ENC-CONTA (WS-IND-ENC) TO      PAG-CONTA
               MOVE WS-ENC-NOME (WS-IND-ENC) TO       PAG-NOME
               MOVE WS-PONTOS-BAIXA        TO         PAG-PONTOS
               MOVE WS-VALOR-BAIXA         TO         PAG-VALOR
               MOVE WS-DATA-HOJE           TO         PAG-DATA
               WRITE REG-PAG
               IF  WS-FS-PAG               NOT EQUAL  '00'
                   MOVE WS-FS-PAG          TO         WS-AREA-STAT
                   MOVE 'ERRO AO GRAVAR PAGAMENTOS ENCPAG'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  WS-PONTOS-BAIXA        TO         WS-PONTOS-PAGOS
               ADD  WS-VALOR-BAIXA         TO         WS-VALOR-PAGO
           ELSE
               ADD  WS-PONTOS-BAIXA        TO         WS-PONTOS-PERDIDOS
           END-IF.

      * O SALDO JA BAIXADO NAO SAI DE NOVO EM OUTRA CONTA DO CPF.
           PERFORM 3160-ZERA-PONTOS THRU 3160-99-ZERA-PONTOS-EXIT
                   VARYING WS-IND-OUT FROM 1 BY 1
                   UNTIL WS-IND-OUT GREATER WS-QTDE-ENC.
      *----------------------------------------------------------------*
       3100-99-BAIXA-PONTOS-EXIT.          EXIT.
      *================================================================*
       3150-PEDIDO-RETIDO                  SECTION.
      *================================================================*
           IF  WS-IND-OUT                  EQUAL      WS-IND-ENC
               GO TO 3150-99-PEDIDO-RETIDO-EXIT
           END-IF.
           IF  WS-ENC-CPF (WS-IND-OUT) NOT EQUAL WS-ENC-CPF (WS-IND-ENC)
               GO TO 3150-99-PEDIDO-RETIDO-EXIT
           END-IF.
           IF  WS-ENC-QTDE-PEND (WS-IND-OUT) GREATER  ZEROS
               MOVE 'S'                    TO         WS-MANTEM-PONTOS
           END-IF.
      *----------------------------------------------------------------*
       3150-99-PEDIDO-RETIDO-EXIT.         EXIT.
      *================================================================*
       3160-ZERA-PONTOS                    SECTION.
      *================================================================*
           IF  WS-ENC-CPF (WS-IND-OUT) EQUAL WS-ENC-CPF (WS-IND-ENC)
           AND WS-IND-OUT                  NOT EQUAL  WS-IND-ENC
               MOVE ZEROS             TO  WS-ENC-PONTOS (WS-IND-OUT)
           END-IF.
      *----------------------------------------------------------------*
       3160-99-ZERA-PONTOS-EXIT.           EXIT.
      *================================================================*
       3200-GRAVA-AUDITORIA                SECTION.
      *================================================================*
           MOVE WS-ENC-CONTA (WS-IND-ENC)  TO         AUD-CONTA.
           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         AUD-CPF.
           MOVE WS-DATA-HOJE               TO         AUD-DATA.
           WRITE REG-AUD.

           IF  WS-FS-AUD                   NOT EQUAL  '00'
               MOVE WS-FS-AUD              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR TRILHA ARQAUD'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3200-99-GRAVA-AUDITORIA-EXIT.       EXIT.
      *================================================================*
       6000-EMITE-CARTA                    SECTION.
      *================================================================*
           MOVE '6000-EMITE-CARTA'         TO         WS-CODIGO-AREA.

           WRITE REG-CAR                   FROM       CAR-SEPARA.
           PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT.
           WRITE REG-CAR                   FROM       CAR-TITULO.
           PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT.

           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         WS-MSK-CPF.
           MOVE 'C'                        TO         WS-MSK-MODO.
           CALL WS-CPFMSK                  USING      WS-MSK-PARM.
           MOVE WS-ENC-NOME (WS-IND-ENC)   TO         CARD-NOME.
           MOVE WS-MSK-FORMATADO           TO         CARD-CPF.
           MOVE WS-ENC-CONTA (WS-IND-ENC)  TO         CARD-CONTA.
           WRITE REG-CAR                   FROM       CAR-DESTINO.
           PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT.

           MOVE WS-ENC-CPF (WS-IND-ENC)    TO         END-CPF.
           READ CADEND.
           IF  WS-FS-END                   EQUAL      '00'
               MOVE END-LOGRADOURO         TO         CARE-LOGRADOURO
               MOVE END-NUMERO             TO         CARE-NUMERO
               WRITE REG-CAR               FROM       CAR-ENDER-1
               PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT
               MOVE END-CIDADE             TO         CARE-CIDADE
               MOVE END-UF                 TO         CARE-UF
               MOVE END-CEP                TO         CARE-CEP
               WRITE REG-CAR               FROM       CAR-ENDER-2
               PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT
           ELSE
               IF  WS-FS-END               NOT EQUAL  '23'
                   MOVE WS-FS-END          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               MOVE '00'                   TO         WS-FS-END
           END-IF.

           MOVE WS-DATA-HOJE               TO         WS-DATA-AUX.
           PERFORM 7900-EDITA-DATA THRU 7900-99-EDITA-DATA-EXIT.
           MOVE WS-DATA-EDITADA            TO         CARX-DATA-ENCERRA.
           MOVE WS-ENC-DATA-PEDIDO (WS-IND-ENC) TO    WS-DATA-AUX.
           PERFORM 7900-EDITA-DATA THRU 7900-99-EDITA-DATA-EXIT.
           MOVE WS-DATA-EDITADA            TO         CARX-DATA-PEDIDO.
           WRITE REG-CAR                   FROM       CAR-ENCERRADA.
           PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT.

           WRITE REG-CAR                   FROM       CAR-SEM-PENDENCIA.
           PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT.

           IF  WS-MANTEM-PONTOS            EQUAL      'S'
               WRITE REG-CAR              FROM       CAR-PONTOS-MANTIDOS
               PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT
           END-IF.

           IF  WS-PONTOS-BAIXA             GREATER    ZEROS
               MOVE WS-PONTOS-BAIXA        TO         CARP-PONTOS
               WRITE REG-CAR               FROM       CAR-PONTOS
               PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT
               IF  WS-PONTOS-PAGOS-SIM
                   MOVE WS-VALOR-BAIXA     TO         CARV-VALOR
                   WRITE REG-CAR           FROM       CAR-PONTOS-PAGOS
               ELSE
                   WRITE REG-CAR           FROM     CAR-PONTOS-PERDIDOS
               END-IF
               PERFORM 6900-FS-CARTENC THRU 6900-99-FS-CARTENC-EXIT
           END-IF.

           ADD  1                          TO         WS-CARTAS.
      *----------------------------------------------------------------*
       6000-99-EMITE-CARTA-EXIT.           EXIT.
      *================================================================*
       6900-FS-CARTENC                     SECTION.
      *================================================================*
           IF  WS-FS-CAR                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CARTAS CARTENC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       6900-99-FS-CARTENC-EXIT.            EXIT.
      *================================================================*
       7100-LOCALIZA-PEDIDO                SECTION.
      *================================================================*
      * PROCURA WS-CONTA-PROCURA NA TABELA DE PEDIDOS DO LOTE.         *
      *----------------------------------------------------------------*
           IF  WS-ENC-CONTA (WS-IND-OUT)   EQUAL      WS-CONTA-PROCURA
               MOVE WS-IND-OUT             TO         WS-IND-ENC-ACH
           END-IF.
      *----------------------------------------------------------------*
       7100-99-LOCALIZA-PEDIDO-EXIT.       EXIT.
      *================================================================*
       7800-GRAVA-REJEITO                  SECTION.
      *================================================================*
           MOVE REG-SOL                    TO         REJ-REGISTRO.
           WRITE REG-REJ.

           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REJEITOS ENCREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-REJEITADOS.
      *----------------------------------------------------------------*
       7800-99-GRAVA-REJEITO-EXIT.         EXIT.
      *================================================================*
       7900-EDITA-DATA                     SECTION.
      *================================================================*
           MOVE WS-DATA-AUX-DIA            TO         WS-DATA-ED-DIA.
           MOVE WS-DATA-AUX-MES            TO         WS-DATA-ED-MES.
           MOVE WS-DATA-AUX-ANO            TO         WS-DATA-ED-ANO.
      *----------------------------------------------------------------*
       7900-99-EDITA-DATA-EXIT.            EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CONTAS   CADCLIM  CADEND   ARQAUD   ENCPEN
                 ENCPNT   ENCPAG   CARTENC  ENCREJ.

           IF  WS-FS-VSAM                  NOT EQUAL  '00'
           OR  WS-FS-CLIM                  NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-AUD                   NOT EQUAL  '00'
           OR  WS-FS-PEN                   NOT EQUAL  '00'
           OR  WS-FS-RES                   NOT EQUAL  '00'
           OR  WS-FS-PAG                   NOT EQUAL  '00'
           OR  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-VSAM             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PEDIDOS LIDOS         =    ' WS-LIDOS-SOL.
           DISPLAY '* PEDIDOS REJEITADOS    =    ' WS-REJEITADOS.
           DISPLAY '* CONTAS ENCERRADAS     =    ' WS-ENCERRADAS.
           DISPLAY '* CONTAS COM PENDENCIA  =    ' WS-MANTIDAS.
           DISPLAY '* PENDENCIAS RELATADAS  =    ' WS-PENDENCIAS.
           DISPLAY '* CARTAS EMITIDAS       =    ' WS-CARTAS.
           DISPLAY '* PONTOS PERDIDOS       =    ' WS-PONTOS-PERDIDOS.
           DISPLAY '* PONTOS PAGOS          =    ' WS-PONTOS-PAGOS.
           DISPLAY '* VALOR PAGO EM PONTOS  =    ' WS-VALOR-PAGO.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-SOL              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-ENCERRADAS             TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB827S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
