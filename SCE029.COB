      **************************************************
      * PLANO DE CONTAS E MAPA CONTABIL                 *
      * MANTEM O PLANO DE CONTAS (PLANOCTA.DAT: CODIGO, *
      * DESCRICAO, NATUREZA D/C E TIPO) E O MAPA DE     *
      * EVENTOS (CTBMAPA.DAT): PARA CADA EVENTO DO      *
      * SISTEMA E CATEGORIA DE PRODUTO (REGCAT), A      *
      * CONTA DEBITO E A CONTA CREDITO DO LANCAMENTO.   *
      * EVENTOS:                                        *
      *   V=VENDA  C=COMPRA  D=DEVOLUCAO  R=RECEBIMENTO *
      *   P=PAGAMENTO  J=JUROS/MULTA  X=PERDA           *
      *   B=BONIFICACAO  I=REQUISICAO INTERNA (SCE053)  *
      *   TESOURARIA (SCE056): K=DEPOSITO DE CAIXA      *
      *   F=TARIFA BANCARIA  G=JUROS RECEBIDOS          *
      *   H=JUROS PAGOS  Q=CHEQUE COMPENSADO            *
      *   W=IMPOSTO RETIDO NO PAGAMENTO. O LADO DO      *
      *   BANCO VEM DA CONTA CONTABIL DA CONTA          *
      *   BANCARIA; O MAPA DA A CONTRAPARTIDA.          *
      *   CARTOES (SCE010/CONCCART): Y=VENDA EM CARTAO  *
      *   (CARTOES A RECEBER X CLIENTES) L=CREDITO DA   *
      *   ADQUIRENTE NO BANCO (MAPA DA O CREDITO)       *
      *   E=TAXA DA ADQUIRENTE (DESPESA X CARTOES A     *
      *   RECEBER).                                     *
      *   VARIACAO CAMBIAL DOS PAGAMENTOS EM MOEDA      *
      *   (SCE010): A=ATIVA (GANHO) Z=PASSIVA (PERDA);  *
      *   PAGO PELO BANCO, O LADO DO BANCO VEM DA       *
      *   CONTA BANCARIA.                               *
      *   IMOBILIZADO (SCE065/CALCDEP): N=DEPRECIACAO   *
      *   (CONTAS DO BEM) O=PERDA NA BAIXA DO VALOR     *
      *   LIQUIDO (MAPA DA O DEBITO) U=VENDA DO BEM (A  *
      *   RECEBER X GANHO NA VENDA).                    *
      *   REBATE DE VOLUME (SCE066): M=REBATE           *
      *   LIQUIDADO EM CREDITO AO CLIENTE (DESPESA X    *
      *   ADIANTAMENTOS DE CLIENTES).                   *
      * CATEGORIA 0 E O MAPA PADRAO QUANDO NAO HA MAPA  *
      * ESPECIFICO DA CATEGORIA. O GERACTB USA OS DOIS  *
      * ARQUIVOS PARA MONTAR O DIARIO CONTABIL.         *
      * O TIPO DA CONTA ORIENTA O RAZAO (SCE055), A DRE *
      * (RELDRE) E O BALANCO (RELBAL): A=ATIVO          *
      * P=PASSIVO L=PATRIMONIO LIQUIDO (PATRIMONIAIS);  *
      * R=RECEITA BRUTA V=DEVOLUCOES E DEDUCOES M=CMV   *
      * D=DESPESAS E OUTROS RESULTADOS (DE RESULTADO,   *
      * ZERADAS NO ENCERRAMENTO). O CODIGO E            *
      * HIERARQUICO: 1O DIGITO = GRUPO, 2 DIGITOS =     *
      * SUBGRUPO; CONTAS TERMINADAS EM 0000 SAO TITULOS *
      * DE GRUPO NO BALANCO.                            *
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 CTA-CODIGO         PIC 9(06).
          03 CTA-DESC           PIC X(30).
          03 CTA-NATUREZA       PIC X(01).
          03 CTA-TIPO           PIC X(01).

       FD ARQMAPA
               LABEL RECORD IS STANDARD
           IF CTA-NATUREZA NOT = "D" AND "C"
              DISPLAY "NATUREZA INVALIDA - USE D OU C"
              GO TO INCLUI-CONTA-FIM.
           DISPLAY "TIPO (A=ATIVO P=PASSIVO L=PATRIM. LIQUIDO"
              " R=RECEITA BRUTA V=DEVOLUCOES M=CMV D=DESPESAS): "
           ACCEPT CTA-TIPO
           IF CTA-TIPO NOT = "A" AND "P" AND "L" AND "R" AND "V"
              AND "M" AND "D"
              DISPLAY "TIPO INVALIDO - USE A, P, L, R, V, M OU D"
              GO TO INCLUI-CONTA-FIM.
           IF ST-CTA = "00"
              REWRITE REGCTA
              DISPLAY "CONTA ALTERADA"
           READ ARQCTA NEXT
           IF ST-CTA NOT = "00"
              GO TO LISTA-CONTAS-FIM.
           DISPLAY CTA-CODIGO " " CTA-NATUREZA " " CTA-TIPO " "
              CTA-DESC
           GO TO LISTA-CONTAS-LOOP.
       LISTA-CONTAS-FIM.
           EXIT.

       INCLUI-MAPA.
           MOVE SPACES TO MAPA-EVENTO
           DISPLAY "EVENTO (V/C/D/R/P/J/X/B/I/K/F/G/H/Q/W/Y/L/E/A/Z/"
              "N/O/U/M): "
           ACCEPT MAPA-EVENTO
           IF MAPA-EVENTO NOT = "V" AND "C" AND "D" AND "R"
              AND "P" AND "J" AND "X" AND "B" AND "I"
              AND "K" AND "F" AND "G" AND "H" AND "Q" AND "W"
              AND "Y" AND "L" AND "E" AND "A" AND "Z"
              AND "N" AND "O" AND "U" AND "M"
              DISPLAY "EVENTO INVALIDO"
              GO TO INCLUI-MAPA-FIM.
           MOVE ZEROS TO MAPA-CAT
