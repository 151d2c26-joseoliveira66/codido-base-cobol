      *==           CONTINUAREM BATENDO, E EMITE O CERTIFICADO
      *==           LGPDCERTAAAAMMDD.TXT DO QUE FOI LIMPO
      *== DATA: 01/09/2026
      *== ALTERACOES:
      *==   15/10/2026 JO - LIMPA TAMBEM AS MARCAS DE CONTATO INVALIDO
      *==                   E O AVISO DE CONFIRMAR O CONTATO
      *== OBSERVACOES: OS EXTRATOS DELTA JA ENTREGUES NAO SAO
      *==           REESCRITOS; AS PROXIMAS EXTRACOES JA SAEM COM O
      *==           DADO ANONIMIZADO
       0220-ANONIMIZAR            SECTION.
           MOVE WRK-MARCADOR TO CLIENTES-NOME.
           MOVE SPACES TO CLIENTES-EMAIL CLIENTES-RUA CLIENTES-NUMERO
                          CLIENTES-CIDADE CLIENTES-UF CLIENTES-CANAL
                          CLIENTES-EMAIL-SIT CLIENTES-END-SIT
                          CLIENTES-CONFIRMAR.
           MOVE ZEROS TO CLIENTES-CPF CLIENTES-CEP CLIENTES-PLANO
                         CLIENTES-NASCIMENTO.
           REWRITE CLIENTES-REG
