      * 01/09/2026 JO - VALIDACAO DO CEP CONTRA A TABELA DE FAIXAS
      *                 CEPFAIXA.DAT (CARGA PELO CEPCARGA): PREENCHE
      *                 CIDADE/UF EM BRANCO E CRITICA DIVERGENCIA
      * 15/10/2026 JO - A ALTERACAO DO CLIENTE LIMPA AS MARCAS DE
      *                 E-MAIL/ENDERECO INVALIDO E O AVISO DE CONFIRMAR
      *                 O CONTATO GRAVADOS PELO NOTDEVOL
      *****************************************
       ENVIRONMENT                                DIVISION.
       CONFIGURATION                              SECTION.
           MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL WRK-MSGERRO
                          CLIENTES-RUA CLIENTES-NUMERO
                          CLIENTES-CIDADE CLIENTES-UF
                          CLIENTES-CANAL CLIENTES-EMAIL-SIT
                          CLIENTES-END-SIT CLIENTES-CONFIRMAR.
           MOVE ZEROS TO CLIENTES-CPF CLIENTES-CEP CLIENTES-PLANO
                         CLIENTES-NASCIMENTO.
           EVALUATE WRK-OPCAO
                           PERFORM 5075-VALIDAR-CEP
                       END-IF
                       IF WRK-GRAVAR-OK EQUAL 'S'
                           MOVE SPACES TO CLIENTES-EMAIL-SIT
                                          CLIENTES-END-SIT
                                          CLIENTES-CONFIRMAR
                           REWRITE CLIENTES-REG
                           IF CLIENTES-STATUS EQUAL 0
                               MOVE 'REGISTRO ALTERADO' TO WRK-MSGERRO
