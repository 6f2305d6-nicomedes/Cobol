      * SEGURADORA (BAIXAPAR) E PELO RECEBIMENTO DE MERCADORIA COM
      * CUSTO (ENTRADA). A POSICAO DIARIA DO CAIXA SAI NO
      * POSCAIXA.cbl - O NUMERO QUE O DONO PEDE TODA NOITE.
      * 15 OUTUBRO 2026 - JULIANO - DINHEIRO QUE CAIU EM OUTRO DIA
      *   (LIQUIDO DE CARTAO NA DATA DO CREDITO DA ADQUIRENTE, NO
      *   CONC-CART) E LANCADO PELO COMUM/GRAVACAIXADT.cbl
      *   (GRAVA-CAIXA-DATA), NO MESMO LEIAUTE DE CAIXAGER.DAT.
      * 15 OUTUBRO 2026 - JULIANO NICOMEDES - CAIXAGER.DAT PASSA A SER
      *   A ORIGEM DA CONTABILIDADE: O LANCCONT.cbl TRANSFORMA CADA
      *   LANCAMENTO DO MES EM PARTIDA DOBRADA PELO PROGRAMA E DIRECAO
      *   (DE-PARA EM CONTAMAP.DAT). ENTRAM TAMBEM A MENSALIDADE DA
      *   NATACAO (BAIXANAT) E O SINISTRO PAGO (CADSINIS).
      *-----------------------------------------------------------------*
       ENVIRONMENT             DIVISION.
      *-----------------------------------------------------------------*
