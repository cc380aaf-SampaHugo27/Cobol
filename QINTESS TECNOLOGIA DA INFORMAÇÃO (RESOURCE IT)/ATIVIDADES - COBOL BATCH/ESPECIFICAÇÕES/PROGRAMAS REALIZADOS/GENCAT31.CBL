      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: CATALOGO DE GERACOES DOS MASTERS ROLADOS. QUASE TODO *
      * MASTER HOJE RODA COM GEMEO -N (PNTMST/PNTMSTN, OPTOUT/OPTOUTN, *
      * HISTMES/HISTMESN...) E A TROCA EH UMA COPIA MANUAL DO OPERADOR *
      * ENTRE JOBS - JA HOUVE RODADA DE PONTOS                         *
      * APLICADA DUAS VEZES SOBRE UM PNTMST VELHO. ESTA ROTINA MANTEM  *
      * O JORNAL GENCAT (EXTEND, COMO O RUNCTRL) COM UM EVENTO POR     *
      * OPERACAO:                                                      *
      *     SE A GERACAO EH NOVA, REGISTRA O CONSUMO ('C') E DEVOLVE   *
      *     'S'. DATASET AINDA SEM CARIMBO DEVOLVE 'S' COM GERACAO     *
      *     ZERO (PRIMEIRA CARGA).                                     *
      * O TITMST, CLUSTER KSDS ATUALIZADO NO LUGAR (DESCARGA DE        *
      * SEGURANCA DO VRB865S NO TITCAT), NAO PASSA MAIS POR AQUI.      *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          TITMST FORA DO CATALOGO      *
      *                                   (CLUSTER KSDS SEM GEMEO -N)  *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
