           MOVE "REAJUSTE" TO W-PROGRAMA
           MOVE "20 - REAJUSTE DE PRECOS EM MASSA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE047" TO W-PROGRAMA
           MOVE "21 - CONDICOES DE PAGAMENTO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE048" TO W-PROGRAMA
           MOVE "22 - ROTAS DE ENTREGA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE059" TO W-PROGRAMA
           MOVE "23 - GRUPOS ECONOMICOS DE CLIENTES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE061" TO W-PROGRAMA
           MOVE "24 - PRODUTOS SUBSTITUTOS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE062" TO W-PROGRAMA
           MOVE "25 - TERRITORIOS DE VENDAS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE063" TO W-PROGRAMA
           MOVE "26 - MOEDAS E COTACOES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "SCE046" TO W-PROGRAMA.
           IF W-OPC2 = 20
              MOVE "REAJUSTE" TO W-PROGRAMA.
           IF W-OPC2 = 21
              MOVE "SCE047" TO W-PROGRAMA.
           IF W-OPC2 = 22
              MOVE "SCE048" TO W-PROGRAMA.
           IF W-OPC2 = 23
              MOVE "SCE059" TO W-PROGRAMA.
           IF W-OPC2 = 24
              MOVE "SCE061" TO W-PROGRAMA.
           IF W-OPC2 = 25
              MOVE "SCE062" TO W-PROGRAMA.
           IF W-OPC2 = 26
              MOVE "SCE063" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-CADASTROS.
       MENU-CADASTROS-FIM.
           MOVE "PAINEL" TO W-PROGRAMA
           MOVE " 9 - PAINEL DE PENDENCIAS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "EXTLGPD" TO W-PROGRAMA
           MOVE "10 - DADOS DO TITULAR (LGPD)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "CONSSER" TO W-PROGRAMA
           MOVE "11 - RASTREIO DE NUMERO DE SERIE" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "EXTRCLI" TO W-PROGRAMA.
           IF W-OPC2 = 9
              MOVE "PAINEL" TO W-PROGRAMA.
           IF W-OPC2 = 10
              MOVE "EXTLGPD" TO W-PROGRAMA.
           IF W-OPC2 = 11
              MOVE "CONSSER" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-CONSULTAS.
       MENU-CONSULTAS-FIM.
           MOVE "GERACONT" TO W-PROGRAMA
           MOVE " 7 - GERACAO DE CONTRATOS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE049" TO W-PROGRAMA
           MOVE " 8 - RETORNO DE ROTA (CANHOTOS)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE060" TO W-PROGRAMA
           MOVE " 9 - SAC - OCORRENCIAS E RMA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE066" TO W-PROGRAMA
           MOVE "10 - ACORDOS DE REBATE" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "CALCREB" TO W-PROGRAMA
           MOVE "11 - APURACAO MENSAL DE REBATE" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "IMPPED" TO W-PROGRAMA.
           IF W-OPC2 = 7
              MOVE "GERACONT" TO W-PROGRAMA.
           IF W-OPC2 = 8
              MOVE "SCE049" TO W-PROGRAMA.
           IF W-OPC2 = 9
              MOVE "SCE060" TO W-PROGRAMA.
           IF W-OPC2 = 10
              MOVE "SCE066" TO W-PROGRAMA.
           IF W-OPC2 = 11
              MOVE "CALCREB" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-VENDAS.
       MENU-VENDAS-FIM.
           MOVE "SCE037" TO W-PROGRAMA
           MOVE " 9 - CONSIGNACAO EM CLIENTES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE051" TO W-PROGRAMA
           MOVE "10 - CUSTO DE ENTRADA (DESPESAS)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE052" TO W-PROGRAMA
           MOVE "11 - MONTAGEM DE KITS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE053" TO W-PROGRAMA
           MOVE "12 - REQUISICAO INTERNA (C. CUSTO)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RECMIN" TO W-PROGRAMA
           MOVE "13 - RECALCULO DE ESTOQUE MINIMO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "GERABC" TO W-PROGRAMA
           MOVE "14 - CURVA ABC E CONTAGEM CICLICA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "IMPCAT" TO W-PROGRAMA
           MOVE "15 - IMPORTACAO DE CATALOGO DE FORNEC." TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE064" TO W-PROGRAMA
           MOVE "16 - TRANSMISSAO/CONFIRMACAO DE COMPRA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "SCE036" TO W-PROGRAMA.
           IF W-OPC2 = 9
              MOVE "SCE037" TO W-PROGRAMA.
           IF W-OPC2 = 10
              MOVE "SCE051" TO W-PROGRAMA.
           IF W-OPC2 = 11
              MOVE "SCE052" TO W-PROGRAMA.
           IF W-OPC2 = 12
              MOVE "SCE053" TO W-PROGRAMA.
           IF W-OPC2 = 13
              MOVE "RECMIN" TO W-PROGRAMA.
           IF W-OPC2 = 14
              MOVE "GERABC" TO W-PROGRAMA.
           IF W-OPC2 = 15
              MOVE "IMPCAT" TO W-PROGRAMA.
           IF W-OPC2 = 16
              MOVE "SCE064" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-COMPRAS.
       MENU-COMPRAS-FIM.
           MOVE "RECSALDO" TO W-PROGRAMA
           MOVE "15 - RECONSTRUCAO DE SALDOS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "ACORDO" TO W-PROGRAMA
           MOVE "16 - RENEGOCIACAO (ACORDOS)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE050" TO W-PROGRAMA
           MOVE "17 - FATURAS DE FRETE (CT-E)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE056" TO W-PROGRAMA
           MOVE "18 - CONTAS BANCARIAS/TESOURARIA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELBCO" TO W-PROGRAMA
           MOVE "19 - SALDO DIARIO POR CONTA BANCARIA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE057" TO W-PROGRAMA
           MOVE "20 - ADQUIRENTES E CARTOES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "CONCCART" TO W-PROGRAMA
           MOVE "21 - LIQUIDACAO DE CARTOES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE058" TO W-PROGRAMA
           MOVE "22 - DESPESAS RECORRENTES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "GERADESP" TO W-PROGRAMA
           MOVE "23 - GERACAO DE DESPESAS RECORRENTES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "BIROCRED" TO W-PROGRAMA
           MOVE "24 - BIRO DE CREDITO E NEGATIVACAO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "BIROEXC" TO W-PROGRAMA
           MOVE "25 - EXCLUSOES NO BIRO DE CREDITO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "LIMCRED" TO W-PROGRAMA.
           IF W-OPC2 = 15
              MOVE "RECSALDO" TO W-PROGRAMA.
           IF W-OPC2 = 16
              MOVE "ACORDO" TO W-PROGRAMA.
           IF W-OPC2 = 17
              MOVE "SCE050" TO W-PROGRAMA.
           IF W-OPC2 = 18
              MOVE "SCE056" TO W-PROGRAMA.
           IF W-OPC2 = 19
              MOVE "RELBCO" TO W-PROGRAMA.
           IF W-OPC2 = 20
              MOVE "SCE057" TO W-PROGRAMA.
           IF W-OPC2 = 21
              MOVE "CONCCART" TO W-PROGRAMA.
           IF W-OPC2 = 22
              MOVE "SCE058" TO W-PROGRAMA.
           IF W-OPC2 = 23
              MOVE "GERADESP" TO W-PROGRAMA.
           IF W-OPC2 = 24
              MOVE "BIROCRED" TO W-PROGRAMA.
           IF W-OPC2 = 25
              MOVE "BIROEXC" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-FINANCEIRO.
       MENU-FINANCEIRO-FIM.
           MOVE "RELSERV" TO W-PROGRAMA
           MOVE "20 - NIVEL DE SERVICO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELCANH" TO W-PROGRAMA
           MOVE "21 - CANHOTOS PENDENTES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELREQ" TO W-PROGRAMA
           MOVE "22 - CONSUMO POR CENTRO DE CUSTO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELSAC" TO W-PROGRAMA
           MOVE "23 - SAC: PRAZOS E RECLAMACOES" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELSUB" TO W-PROGRAMA
           MOVE "24 - USO DE PRODUTOS SUBSTITUTOS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELFASE" TO W-PROGRAMA
           MOVE "25 - PRODUTOS FORA DE LINHA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELCIC" TO W-PROGRAMA
           MOVE "26 - CONTAGEM CICLICA: CUMPRIMENTO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELREG" TO W-PROGRAMA
           MOVE "27 - VENDAS POR UF, CIDADE E TERRITORIO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELRENT" TO W-PROGRAMA
           MOVE "28 - RENTABILIDADE POR CLIENTE" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELCAMB" TO W-PROGRAMA
           MOVE "29 - CONTAS A PAGAR EM MOEDA ESTRANGEIRA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELTOT" TO W-PROGRAMA
           MOVE "30 - TOTAIS DE CONTROLE DO NOTURNO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELEXPED" TO W-PROGRAMA
           MOVE "31 - FOLLOW-UP DE ENTREGAS ATRASADAS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "RELFRETE" TO W-PROGRAMA.
           IF W-OPC2 = 20
              MOVE "RELSERV" TO W-PROGRAMA.
           IF W-OPC2 = 21
              MOVE "RELCANH" TO W-PROGRAMA.
           IF W-OPC2 = 22
              MOVE "RELREQ" TO W-PROGRAMA.
           IF W-OPC2 = 23
              MOVE "RELSAC" TO W-PROGRAMA.
           IF W-OPC2 = 24
              MOVE "RELSUB" TO W-PROGRAMA.
           IF W-OPC2 = 25
              MOVE "RELFASE" TO W-PROGRAMA.
           IF W-OPC2 = 26
              MOVE "RELCIC" TO W-PROGRAMA.
           IF W-OPC2 = 27
              MOVE "RELREG" TO W-PROGRAMA.
           IF W-OPC2 = 28
              MOVE "RELRENT" TO W-PROGRAMA.
           IF W-OPC2 = 29
              MOVE "RELCAMB" TO W-PROGRAMA.
           IF W-OPC2 = 30
              MOVE "RELTOT" TO W-PROGRAMA.
           IF W-OPC2 = 31
              MOVE "RELEXPED" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-RELATORIOS.
       MENU-RELATORIOS-FIM.
           MOVE "SCE031" TO W-PROGRAMA
           MOVE " 8 - TABELA DE IMPOSTO UF/CAT" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "NFEVT" TO W-PROGRAMA
           MOVE " 9 - CANCELAMENTO/CC-E/INUTILIZACAO NF" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE054" TO W-PROGRAMA
           MOVE "10 - ORCAMENTO POR CONTA" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELORC" TO W-PROGRAMA
           MOVE "11 - ORCADO X REALIZADO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE055" TO W-PROGRAMA
           MOVE "12 - RAZAO E ENCERRAMENTO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELDRE" TO W-PROGRAMA
           MOVE "13 - DEMONSTRACAO DO RESULTADO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELBAL" TO W-PROGRAMA
           MOVE "14 - BALANCO PATRIMONIAL" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "APURICMS" TO W-PROGRAMA
           MOVE "15 - APURACAO DO ICMS POR FILIAL" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE065" TO W-PROGRAMA
           MOVE "16 - CADASTRO DO IMOBILIZADO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "CALCDEP" TO W-PROGRAMA
           MOVE "17 - DEPRECIACAO MENSAL" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELIMOB" TO W-PROGRAMA
           MOVE "18 - RELATORIO DO IMOBILIZADO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "GERINV" TO W-PROGRAMA
           MOVE "19 - FOTO DO ESTOQUE (INVENTARIO)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RELINV" TO W-PROGRAMA
           MOVE "20 - VALORIZACAO E LIVRO DE INVENTARIO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "SCE067" TO W-PROGRAMA
           MOVE "21 - NATUREZA DA OPERACAO / CFOP" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "SCE030" TO W-PROGRAMA.
           IF W-OPC2 = 8
              MOVE "SCE031" TO W-PROGRAMA.
           IF W-OPC2 = 9
              MOVE "NFEVT" TO W-PROGRAMA.
           IF W-OPC2 = 10
              MOVE "SCE054" TO W-PROGRAMA.
           IF W-OPC2 = 11
              MOVE "RELORC" TO W-PROGRAMA.
           IF W-OPC2 = 12
              MOVE "SCE055" TO W-PROGRAMA.
           IF W-OPC2 = 13
              MOVE "RELDRE" TO W-PROGRAMA.
           IF W-OPC2 = 14
              MOVE "RELBAL" TO W-PROGRAMA.
           IF W-OPC2 = 15
              MOVE "APURICMS" TO W-PROGRAMA.
           IF W-OPC2 = 16
              MOVE "SCE065" TO W-PROGRAMA.
           IF W-OPC2 = 17
              MOVE "CALCDEP" TO W-PROGRAMA.
           IF W-OPC2 = 18
              MOVE "RELIMOB" TO W-PROGRAMA.
           IF W-OPC2 = 19
              MOVE "GERINV" TO W-PROGRAMA.
           IF W-OPC2 = 20
              MOVE "RELINV" TO W-PROGRAMA.
           IF W-OPC2 = 21
              MOVE "SCE067" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-FISCAL.
       MENU-FISCAL-FIM.
           MOVE "SPOOL00" TO W-PROGRAMA
           MOVE "10 - SPOOL DE RELATORIOS" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "ANONCLI" TO W-PROGRAMA
           MOVE "11 - ANONIMIZACAO DE INATIVOS (LGPD)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "ENVMSG" TO W-PROGRAMA
           MOVE "12 - MENSAGENS AO CLIENTE (EMAIL)" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           MOVE "RECUPERA" TO W-PROGRAMA
           MOVE "13 - RECUPERACAO PELO DIARIO" TO W-ITEM-TXT
           PERFORM MOSTRA-ITEM
           DISPLAY "OPCAO: "
           ACCEPT W-OPC2
           IF W-OPC2 = 0
              MOVE "CARGACEP" TO W-PROGRAMA.
           IF W-OPC2 = 10
              MOVE "SPOOL00" TO W-PROGRAMA.
           IF W-OPC2 = 11
              MOVE "ANONCLI" TO W-PROGRAMA.
           IF W-OPC2 = 12
              MOVE "ENVMSG" TO W-PROGRAMA.
           IF W-OPC2 = 13
              MOVE "RECUPERA" TO W-PROGRAMA.
           PERFORM TRATA-ESCOLHA THRU TRATA-ESCOLHA-FIM
           GO TO MENU-UTIL.
       MENU-UTIL-FIM.
